      *=============================================================*   00010000
       IDENTIFICATION                            DIVISION.              00010010
      *=============================================================*   00010020
                                                                        00010030
       PROGRAM-ID. FR16CT01.                                            00010040
      *=============================================================*   00010050
      *             T R E I N A M E N T O                           *   00010060
      *=============================================================*   00010070
      * PROGRAMA......: FR16CT01.                                   *   00010080
      *-------------------------------------------------------------*   00010090
      * PROGRAMADOR...: LUCIANO GUIMARAES.                          *   00010100
      * DATA..........: 15/10/2026                                  *   00010110
      * EMPRESA.......: FOURSYS                                     *   00010120
      * INSTRUTOR.....: IVAN SANCHES                                *   00010130
      *-------------------------------------------------------------*   00010140
      * OBJETIVO......: INTERFACE COM A CONTABILIDADE GERAL. RODA   *   00010150
      *                 DEPOIS DO BALANCE LINE (FR16EX04) E GERA OS *   00010160
      *                 LANCAMENTOS CONTABEIS DA NOITE EM PARTIDAS  *   00010170
      *                 DOBRADAS (CONTABIL, LAYOUT #CTBREG COM      *   00010180
      *                 HEADER/TRAILER #CTLREG): CADA MOVIMENTO     *   00010190
      *                 POSTADO (MOV0106 MENOS O QUE FOI PARA O     *   00010200
      *                 MOV0106E E O MOV0106R) E CLASSIFICADO PELA  *   00880000
      *                 CATEGORIA DO SEU CODIGO DE HISTORICO        *   00880010
      *                 (TABELA HISTCOD): DEPOSITO, SAQUE, TARIFA,  *   00880020
      *                 JUROS, SALARIO, TRANSFERENCIA,              *   00880030
      *                 REAPRESENTACAO, LIBERACAO OU PARCELA DE     *   00880040
      *                 EMPRESTIMO, E ACUMULADO POR AGENCIA;        *   00900000
      *                 NA QUEBRA DE AGENCIA CADA CATEGORIA SAI EM  *   00881100
      *                 UM LANCAMENTO A DEBITO E OUTRO A CREDITO,   *   00010260
      *                 COM A AGENCIA COMO CENTRO DE CUSTO. AS      *   00010270
      *                 BAIXAS DO ULTIMO CICLO DO REAPRES SAEM COMO *   00010280
      *                 PERDA. AS CONTAS CONTABEIS VEM DO PARMRUN.  *   00010290
      *                 CONFERE O TOTAL A DEBITO CONTRA O TOTAL A   *   00010300
      *                 CREDITO E A VARIACAO DE SALDO DO MESTRE     *   00010310
      *                 (CLINOVO MENOS CLIENTES) CONTRA O LIQUIDO   *   00010320
      *                 POSTADO; QUALQUER DIFERENCA DEVOLVE         *   00010330
      *                 RETURN-CODE 8 E RETEM O FLUXO.              *   00010340
      *-------------------------------------------------------------*   00010350
      *   ARQUIVOS...:                                              *   00010360
      *    DDNAME              I/O                                  *   00010370
      *    PARMRUN              I                                   *   00010380
      *    RUNCTL               I                                   *   00010390
      *    CLIENTES             I                                   *   00010400
      *    CLINOVO              I                                   *   00010410
      *    MOV0106              I                                   *   00010420
      *    MOV0106E             I                                   *   00010430
      *    MOV0106R             I                                   *   00010440
      *    HISTCOD              I                                   *   00010450
      *    BAIXAS               I                                   *   00010460
      *    CONTABIL             O                                   *   00010470
      *    RELCTB               O                                   *   00010480
      *-------------------------------------------------------------*   00010490
      *   MODULOS....:                             INCLUDE/BOOK     *   00010500
      *   GRAVALOG -   TRATAMENTO DE ERROS            GLOG2         *   00010510
      *=============================================================*   00010520
                                                                        00010530
      *=============================================================*   00010540
       ENVIRONMENT                               DIVISION.              00010550
      *=============================================================*   00010560
      *-------------------------------------------------------------*   00010570
       CONFIGURATION                             SECTION.               00010580
      *-------------------------------------------------------------*   00010590
       SPECIAL-NAMES.                                                   00010600
           DECIMAL-POINT IS COMMA.                                      00010610
                                                                        00010620
       INPUT-OUTPUT                              SECTION.               00010630
       FILE-CONTROL.                                                    00010640
            SELECT PARMRUN  ASSIGN TO PARMRUN                           00010650
                FILE STATUS  IS WRK-FS-PARMRUN.                         00010660
                                                                        00010670
            SELECT RUNCTL   ASSIGN TO RUNCTL                            00010680
                FILE STATUS  IS WRK-FS-RUNCTL.                          00010690
                                                                        00010700
            SELECT CLIENTES ASSIGN TO CLIENTES                          00010710
                FILE STATUS  IS WRK-FS-CLIENTES.                        00010720
                                                                        00010730
            SELECT CLINOVO  ASSIGN TO CLINOVO                           00010740
                FILE STATUS  IS WRK-FS-CLINOVO.                         00010750
                                                                        00010760
            SELECT MOV0106  ASSIGN TO MOV0106                           00010770
                FILE STATUS  IS WRK-FS-MOV0106.                         00010780
                                                                        00010790
            SELECT MOV0106E ASSIGN TO MOV0106E                          00010800
                FILE STATUS  IS WRK-FS-MOV0106E.                        00010810
                                                                        00010820
            SELECT MOV0106R ASSIGN TO MOV0106R                          00010830
                FILE STATUS  IS WRK-FS-MOV0106R.                        00010840
                                                                        00010850
            SELECT HISTCOD  ASSIGN TO HISTCOD                           00010860
                FILE STATUS  IS WRK-FS-HISTCOD.                         00010870
                                                                        00010880
            SELECT BAIXAS   ASSIGN TO BAIXAS                            00010890
                FILE STATUS  IS WRK-FS-BAIXAS.                          00010900
                                                                        00010910
            SELECT CONTABIL ASSIGN TO CONTABIL                          00010920
                FILE STATUS  IS WRK-FS-CONTABIL.                        00010930
                                                                        00010940
            SELECT RELCTB   ASSIGN TO RELCTB                            00010950
                FILE STATUS  IS WRK-FS-RELCTB.                          00010960
      *=============================================================*   00010970
       DATA                                      DIVISION.              00010980
      *=============================================================*   00010990
       FILE                                      SECTION.               00011000
      *-------------------------------------------------------------*   00011010
                                                                        00011020
       FD PARMRUN                                                       00011030
          RECORDING  MODE IS F.                                         00011040
                                                                        00011050
       01 FD-PARMRUN.                                                   00011060
          05 FD-PRM-CHAVE      PIC X(16).                               00011070
          05 FD-PRM-IGUAL      PIC X(01).                               00011080
          05 FD-PRM-VALOR      PIC 9(08).                               00011090
          05 FILLER            PIC X(55).                               00011100
                                                                        00011110
       FD RUNCTL                                                        00011120
          RECORDING  MODE IS F.                                         00011130
                                                                        00011140
       01 FD-RUNCTL.                                                    00011150
          05 FD-RUN-DATA       PIC 9(08).                               00011160
          05 FD-RUN-NSEQ       PIC 9(03).                               00011170
                                                                        00011180
       FD CLIENTES                                                      00011190
           RECORDING MODE IS F                                          00011200
           BLOCK CONTAINS 0 RECORDS.                                    00011210
                                                                        00011220
       COPY '#CLIMST'.                                                  00011230
                                                                        00011240
       FD CLINOVO                                                       00011250
           RECORDING MODE IS F                                          00011260
           BLOCK CONTAINS 0 RECORDS.                                    00011270
                                                                        00011280
       01 FD-CLINOVO.                                                   00011290
          05 FD-CLINOVO-CHAVE.                                          00011300
             10 FD-CLINOVO-AGENCIA    PIC X(04).                        00011310
             10 FD-CLINOVO-CONTA      PIC X(04).                        00011320
          05 FD-CLINOVO-NOME       PIC X(30).                           00011330
          05 FD-CLINOVO-SALDO      PIC S9(08)V99.                       00011340
          05 FD-CLINOVO-SITUACAO   PIC X(01).                           00011350
          05 FD-CLINOVO-DATA-ULT-MOV PIC 9(08).                         00011360
          05 FD-CLINOVO-LIMITE     PIC 9(08)V99.                        00011370
                                                                        00011380
       FD MOV0106                                                       00011390
           RECORDING  MODE IS F                                         00011400
           BLOCK CONTAINS 0 RECORDS.                                    00011410
                                                                        00011420
       01 FD-MOV0106.                                                   00011430
          05 FD-MOV0106-CHAVE.                                          00011440
             10 FD-MOV0106-AGENCIA    PIC X(04).                        00011450
             10 FD-MOV0106-CONTA      PIC X(04).                        00011460
          05 FD-MOV0106-MOVIMENTO  PIC X(30).                           00011470
          05 FD-MOV0106-VALORMOV   PIC 9(08)V99.                        00011480
          05 FD-MOV0106-TIPOMOV    PIC X(01).                           00011490
          05 FD-MOV0106-HISTORICO  PIC 9(03).                           00880050
                                                                        00011500
       FD MOV0106E                                                      00011510
          RECORDING  MODE IS F                                          00011520
          BLOCK CONTAINS 0 RECORDS.                                     00011530
                                                                        00011540
       01 FD-MOV0106E.                                                  00011550
          05 FD-MOV0106E-CHAVE.                                         00011560
             10 FD-MOV0106E-AGENCIA   PIC X(04).                        00011570
             10 FD-MOV0106E-CONTA     PIC X(04).                        00011580
          05 FD-MOV0106E-MOVIMENTO PIC X(30).                           00011590
          05 FD-MOV0106E-VALORMOV  PIC 9(08)V99.                        00011600
          05 FD-MOV0106E-TIPOMOV   PIC X(01).                           00011610
          05 FD-MOV0106E-MOTIVO    PIC X(20).                           00011620
          05 FD-MOV0106E-DATA-PROC PIC 9(08).                           00011630
          05 FD-MOV0106E-NSEQ-RUN  PIC 9(03).                           00011640
          05 FD-MOV0106E-HISTORICO PIC 9(03).                           00880060
                                                                        00011650
       FD MOV0106R                                                      00011660
          RECORDING  MODE IS F                                          00011670
          BLOCK CONTAINS 0 RECORDS.                                     00011680
                                                                        00011690
       COPY '#MOV0106R'.                                                00011700
                                                                        00011710
       FD HISTCOD                                                       00880070
          RECORDING  MODE IS F                                          00880080
          BLOCK CONTAINS 0 RECORDS.                                     00880090
                                                                        00880100
       COPY '#HISTREG'.                                                 00880110
                                                                        00011830
       FD BAIXAS                                                        00011840
          RECORDING  MODE IS F                                          00011850
          BLOCK CONTAINS 0 RECORDS.                                     00011860
                                                                        00011870
       01 FD-BAIXAS.                                                    00011880
          05 FD-BAIXAS-CHAVE.                                           00011890
             10 FD-BAIXAS-AGENCIA   PIC X(04).                          00011900
             10 FD-BAIXAS-CONTA     PIC X(04).                          00011910
          05 FD-BAIXAS-NOME       PIC X(30).                            00011920
          05 FD-BAIXAS-MOVIMENTO  PIC X(30).                            00011930
          05 FD-BAIXAS-VALORMOV   PIC 9(08)V99.                         00011940
          05 FD-BAIXAS-TENTATIVAS PIC 9(02).                            00011950
          05 FD-BAIXAS-DATA-PROC  PIC 9(08).                            00011960
          05 FD-BAIXAS-NSEQ-RUN   PIC 9(03).                            00011970
                                                                        00011980
       FD CONTABIL                                                      00011990
          RECORDING  MODE IS F                                          00012000
          BLOCK CONTAINS 0 RECORDS.                                     00012010
                                                                        00012020
       COPY '#CTBREG'.                                                  00012030
                                                                        00012040
      * SEGUNDA VISAO DO MESMO REGISTRO: HEADER/TRAILER DE CONTROLE     00012050
      * DA INTERFACE (#CTLREG), PARA A CONTABILIDADE CONFERIR A         00012060
      * TRANSMISSAO.                                                    00012070
       COPY '#CTLREG'.                                                  00012080
                                                                        00012090
       FD RELCTB                                                        00012100
          RECORDING  MODE IS F.                                         00012110
                                                                        00012120
       01 FD-RELCTB         PIC X(132).                                 00012130
      *-------------------------------------------------------------*   00012140
       WORKING-STORAGE                           SECTION.               00012150
      *-------------------------------------------------------------*   00012160
                                                                        00012170
      *-------------------------------------------------------------*   00012180
       01 FILLER PIC X(45) VALUE                                        00012190
              '------------------#GLOG----------------------'.          00012200
      *-------------------------------------------------------------*   00012210
                                                                        00012220
       COPY '#GLOG'.                                                    00012230
                                                                        00012240
      *-------------------------------------------------------------*   00012250
       01 FILLER PIC X(45) VALUE                                        00012260
              '-----------DADOS E FILE STATUS---------------'.          00012270
      *-------------------------------------------------------------*   00012280
       77 WRK-FS-PARMRUN    PIC 9(02).                                  00012290
       77 WRK-FS-RUNCTL     PIC 9(02).                                  00012300
       77 WRK-FS-CLIENTES   PIC 9(02).                                  00012310
       77 WRK-FS-CLINOVO    PIC 9(02).                                  00012320
       77 WRK-FS-MOV0106    PIC 9(02).                                  00012330
       77 WRK-FS-MOV0106E   PIC 9(02).                                  00012340
       77 WRK-FS-MOV0106R   PIC 9(02).                                  00012350
       77 WRK-FS-HISTCOD    PIC 9(02).                                  00012360
       77 WRK-FS-BAIXAS     PIC 9(02).                                  00012370
       77 WRK-FS-CONTABIL   PIC 9(02).                                  00012380
       77 WRK-FS-RELCTB     PIC 9(02).                                  00012390
       77 WRK-ERRORLOG      PIC X(08) VALUE 'ERRORLOG'.                 00012400
       77 WRK-DATA-PROC     PIC 9(08) VALUE ZEROS.                      00012410
       77 WRK-NSEQ-RUN      PIC 9(03) VALUE ZEROS.                      00012420
       77 WRK-LIDOS         PIC 9(07) VALUE ZEROS.                      00012430
       77 WRK-NAO-POSTADOS  PIC 9(07) VALUE ZEROS.                      00012440
       77 WRK-BAIXAS-LIDAS  PIC 9(07) VALUE ZEROS.                      00012450
       77 WRK-LANCAMENTOS   PIC 9(09) VALUE ZEROS.                      00012460
       77 WRK-VALOR-ARQUIVO PIC 9(13)V99 VALUE ZEROS.                   00012470
       77 WRK-AGENCIA-ATUAL PIC X(04) VALUE SPACES.                     00012480
       77 WRK-IND-CAT       PIC 9(02) COMP VALUE ZEROS.                 00012490
       77 WRK-IND           PIC 9(02) COMP VALUE ZEROS.                 00012500
       77 WRK-NATUREZA      PIC X(01) VALUE SPACES.                     00012510
       77 WRK-CONTA-LCT     PIC 9(08) VALUE ZEROS.                      00012520
       77 WRK-SW-POSTADO    PIC X(01) VALUE 'S'.                        00012530
           88 WRK-MOV-POSTADO          VALUE 'S'.                       00012540
           88 WRK-MOV-NAO-POSTADO      VALUE 'N'.                       00012550
       77 WRK-SW-ACHOU      PIC X(01) VALUE 'N'.                        00012560
           88 WRK-CAT-ACHADA           VALUE 'S'.                       00880120
           88 WRK-CAT-NAO-ACHADA       VALUE 'N'.                       00880130
                                                                        00012590
      *----------------CONTAS CONTABEIS (PARMRUN)-----------------*     00012600
      * PALAVRAS-CHAVE DO PARMRUN E VALORES PADRAO, USADOS QUANDO  *    00012610
      * A PALAVRA NAO VEM NO CARTAO.                               *    00012620
       77 WRK-CTA-CAIXA     PIC 9(08) VALUE 11110006.                   00012630
       77 WRK-CTA-DEPOSITOS PIC 9(08) VALUE 41110007.                   00012640
       77 WRK-CTA-TARIFAS   PIC 9(08) VALUE 71790009.                   00012650
       77 WRK-CTA-JUROS     PIC 9(08) VALUE 81150004.                   00012660
       77 WRK-CTA-FOLHA     PIC 9(08) VALUE 49930003.                   00012670
       77 WRK-CTA-TRANSITO  PIC 9(08) VALUE 49950005.                   00012680
       77 WRK-CTA-REAPRES   PIC 9(08) VALUE 18890003.                   00012690
       77 WRK-CTA-PERDAS    PIC 9(08) VALUE 81990002.                   00012700
       77 WRK-CTA-EMPRESTIMOS PIC 9(08) VALUE 16110008.                 00900010
                                                                        00012710
      *-------------------------------------------------------------*   00012720
       01 FILLER PIC X(45) VALUE                                        00012730
              '-----------CONFERENCIA DA NOITE--------------'.          00012740
      *-------------------------------------------------------------*   00012750
       77 WRK-TOT-DEBITOS   PIC 9(13)V99 VALUE ZEROS.                   00012760
       77 WRK-TOT-CREDITOS  PIC 9(13)V99 VALUE ZEROS.                   00012770
       77 WRK-MOV-CREDITOS  PIC 9(13)V99 VALUE ZEROS.                   00012780
       77 WRK-MOV-DEBITOS   PIC 9(13)V99 VALUE ZEROS.                   00012790
       77 WRK-LIQ-POSTADO   PIC S9(13)V99 VALUE ZEROS.                  00012800
       77 WRK-SALDO-ABERT   PIC S9(13)V99 VALUE ZEROS.                  00012810
       77 WRK-SALDO-FECHA   PIC S9(13)V99 VALUE ZEROS.                  00012820
       77 WRK-VAR-MESTRE    PIC S9(13)V99 VALUE ZEROS.                  00012830
       77 WRK-DIVERGENCIAS  PIC 9(02) VALUE ZEROS.                      00012840
                                                                        00012850
      *-------------------------------------------------------------*   00012860
       01 FILLER PIC X(45) VALUE                                        00012870
              '-----------CATEGORIAS DE LANCAMENTO----------'.          00012880
      *-------------------------------------------------------------*   00012890
      * ORDEM FIXA: 01 DP DEPOSITO   D CAIXA      C DEPOSITOS       *   00012900
      *             02 SQ SAQUE      D DEPOSITOS  C CAIXA           *   00012910
      *             03 TA TARIFA     D DEPOSITOS  C TARIFAS         *   00012920
      *             04 JR JUROS      D JUROS      C DEPOSITOS       *   00012930
      *             05 FL SALARIO    D FOLHA      C DEPOSITOS       *   00012940
      *             06 TE TRANSF ENV D DEPOSITOS  C TRANSITO        *   00012950
      *             07 TR TRANSF REC D TRANSITO   C DEPOSITOS       *   00012960
      *             08 RP REAPRES.   D DEPOSITOS  C REAPRES         *   00012970
      *             09 LB LIBERACAO  D EMPRESTIM. C DEPOSITOS       *   00900020
      *             10 PC PARCELA    D DEPOSITOS  C EMPRESTIM.      *   00900030
      *             11 BX BAIXA      D PERDAS     C REAPRES         *   00012980
      *-------------------------------------------------------------*   00012990
       01 WRK-CATEGORIAS-INIC.                                          00013000
          05 FILLER PIC X(32) VALUE                                     00013010
                    'DPDEPOSITOS EM CONTA            '.                 00013020
          05 FILLER PIC X(32) VALUE                                     00013030
                    'SQSAQUES E DEBITOS EM CONTA     '.                 00013040
          05 FILLER PIC X(32) VALUE                                     00013050
                    'TATARIFAS DE MANUTENCAO         '.                 00013060
          05 FILLER PIC X(32) VALUE                                     00013070
                    'JRJUROS SOBRE SALDO MEDIO       '.                 00013080
          05 FILLER PIC X(32) VALUE                                     00013090
                    'FLCREDITO DE SALARIOS           '.                 00013100
          05 FILLER PIC X(32) VALUE                                     00013110
                    'TETRANSFERENCIAS ENVIADAS       '.                 00013120
          05 FILLER PIC X(32) VALUE                                     00013130
                    'TRTRANSFERENCIAS RECEBIDAS      '.                 00013140
          05 FILLER PIC X(32) VALUE                                     00013150
                    'RPDEBITOS REAPRESENTADOS        '.                 00013160
          05 FILLER PIC X(32) VALUE                                     00013170
                    'LBLIBERACAO DE EMPRESTIMOS      '.                 00900040
          05 FILLER PIC X(32) VALUE                                     00900050
                    'PCPARCELAS DE EMPRESTIMOS       '.                 00900060
          05 FILLER PIC X(32) VALUE                                     00900070
                    'BXBAIXAS DE DEBITOS ESGOTADOS   '.                 00013180
       01 WRK-CATEGORIAS REDEFINES WRK-CATEGORIAS-INIC.                 00013190
          05 WRK-CAT OCCURS 11 TIMES.                                   00013200
             10 WRK-CAT-CODIGO     PIC X(02).                           00013210
             10 WRK-CAT-DESCRICAO  PIC X(30).                           00013220
                                                                        00013230
       77 WRK-CAT-QTDE      PIC 9(02) COMP VALUE 11.                    00013240
                                                                        00013250
       01 WRK-TABELA-LANCAMENTOS.                                       00013260
          05 WRK-LCT OCCURS 11 TIMES.                                   00013270
             10 WRK-LCT-CTA-DEB    PIC 9(08).                           00013280
             10 WRK-LCT-CTA-CRED   PIC 9(08).                           00013290
             10 WRK-LCT-AG-QTDE    PIC 9(07).                           00013300
             10 WRK-LCT-AG-VALOR   PIC 9(13)V99.                        00013310
             10 WRK-LCT-TOT-QTDE   PIC 9(07).                           00013320
             10 WRK-LCT-TOT-VALOR  PIC 9(13)V99.                        00013330
                                                                        00013340
      *-------------------------------------------------------------*   00013350
       01 FILLER PIC X(45) VALUE                                        00013360
              '-----------TABELA DE HISTORICOS--------------'.          00880140
      *-------------------------------------------------------------*   00880150
      * CATEGORIA CONTABIL DE CADA CODIGO DE HISTORICO, ENDERECADA  *   00880160
      * PELO PROPRIO CODIGO (001 A 999). CODIGO SEM CATEGORIA DESTA *   00880170
      * INTERFACE CAI EM DEPOSITO OU SAQUE, CONFORME O SENTIDO.     *   00880180
       77 WRK-HIS-QTDE      PIC 9(03) COMP VALUE ZEROS.                 00880190
       77 WRK-HIS-ANT       PIC 9(03) VALUE ZEROS.                      00880200
       77 WRK-CATEGORIA     PIC X(02) VALUE SPACES.                     00880210
       77 WRK-SEM-CATEGORIA PIC 9(07) VALUE ZEROS.                      00880220
                                                                        00880230
       01 WRK-TABELA-HISTORICOS.                                        00880240
          05 WRK-TAB-HIS OCCURS 999 TIMES.                              00880250
             10 WRK-THI-CATEGORIA  PIC X(02).                           00880260
                                                                        00013550
      *-------------------------------------------------------------*   00013560
       01 FILLER PIC X(45) VALUE                                        00013570
              '-----------LAYOUTS DE IMPRESSAO--------------'.          00013580
      *-------------------------------------------------------------*   00013590
       01 WRK-CABECALHO-CTB.                                            00013600
          05 FILLER               PIC X(46) VALUE                       00013610
                    'INTERFACE CONTABIL DA NOITE         - FR16CT01'.   00013620
          05 FILLER               PIC X(08) VALUE '   DATA '.           00013630
          05 WRK-CAB-DATA-PROC    PIC 9(08).                            00013640
          05 FILLER               PIC X(01) VALUE '/'.                  00013650
          05 WRK-CAB-NSEQ-RUN     PIC 9(03).                            00013660
                                                                        00013670
       01 WRK-CABECALHO-CAT.                                            00013680
          05 FILLER               PIC X(36) VALUE                       00013690
                    'CATEGORIA'.                                        00013700
          05 FILLER               PIC X(09) VALUE                       00013710
                    '     QTDE'.                                        00013720
          05 FILLER               PIC X(22) VALUE                       00013730
                    '  CTA DEB   CTA CRED'.                             00013740
          05 FILLER               PIC X(20) VALUE                       00013750
                    '               VALOR'.                             00013760
                                                                        00013770
       01 WRK-LINHA-CAT.                                                00013780
          05 WRK-LCAT-CODIGO      PIC X(02).                            00013790
          05 FILLER               PIC X(02) VALUE SPACES.               00013800
          05 WRK-LCAT-DESCRICAO   PIC X(30).                            00013810
          05 FILLER               PIC X(02) VALUE SPACES.               00013820
          05 WRK-LCAT-QTDE        PIC Z.ZZZ.ZZ9.                        00013830
          05 FILLER               PIC X(02) VALUE SPACES.               00013840
          05 WRK-LCAT-CTA-DEB     PIC 9(08).                            00013850
          05 FILLER               PIC X(03) VALUE SPACES.               00013860
          05 WRK-LCAT-CTA-CRED    PIC 9(08).                            00013870
          05 FILLER               PIC X(01) VALUE SPACES.               00013880
          05 WRK-LCAT-VALOR       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.               00013890
                                                                        00013900
       01 WRK-LINHA-CONF.                                               00013910
          05 WRK-LCONF-TEXTO      PIC X(40).                            00013920
          05 WRK-LCONF-VALOR      PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.              00013930
                                                                        00013940
       01 WRK-LINHA-TEXTO.                                              00013950
          05 WRK-TXT              PIC X(80).                            00013960
                                                                        00013970
      *=============================================================*   00013980
       PROCEDURE                                 DIVISION.              00013990
      *=============================================================*   00014000
      ***************************************************************   00014010
      *          R O T I N A   P R I N C I P A L                    *   00014020
      ***************************************************************   00014030
      *--------------------------------------------------------------   00014040
       0000-PRINCIPAL                            SECTION.               00014050
      *--------------------------------------------------------------   00014060
             PERFORM 1000-INICIALIZAR.                                  00014070
             PERFORM 2000-PROCESSAR                                     00014080
                UNTIL FD-MOV0106-CHAVE EQUAL HIGH-VALUES.               00014090
             PERFORM 2500-FECHAR-AGENCIA.                               00014100
             PERFORM 2600-PROCESSAR-BAIXAS                              00014110
                UNTIL WRK-FS-BAIXAS EQUAL 10.                           00014120
             PERFORM 2500-FECHAR-AGENCIA.                               00014130
             PERFORM 2800-CONFERIR-NOITE.                               00014140
             PERFORM 3000-FINALIZAR.                                    00014150
             STOP RUN.                                                  00014160
      *--------------------------------------------------------------   00014170
       0000-99-FIM.                              EXIT.                  00014180
      *--------------------------------------------------------------   00014190
      ***************************************************************   00014200
      *             I N I C I A L I Z A R                           *   00014210
      ***************************************************************   00014220
      *--------------------------------------------------------------   00014230
       1000-INICIALIZAR                          SECTION.               00014240
      *--------------------------------------------------------------   00014250
             PERFORM 1050-LER-PARAMETROS THRU 1050-99-FIM.              00014260
             PERFORM 1090-MONTAR-LANCAMENTOS THRU 1090-99-FIM.          00014270
             PERFORM 1100-IDENTIFICAR-RUN THRU 1100-99-FIM.             00014280
             OPEN INPUT CLIENTES CLINOVO MOV0106 MOV0106E MOV0106R      00014290
                        HISTCOD BAIXAS                                  00014300
                  OUTPUT CONTABIL RELCTB.                               00014310
             PERFORM 5100-TESTAR-STATUS.                                00014320
             PERFORM 1200-SOMAR-ABERTURA                                00014330
                UNTIL WRK-FS-CLIENTES EQUAL 10.                         00014340
             PERFORM 1250-SOMAR-FECHAMENTO                              00014350
                UNTIL WRK-FS-CLINOVO EQUAL 10.                          00014360
             MOVE SPACES TO WRK-TABELA-HISTORICOS.                      00880270
             PERFORM 1300-CARREGAR-HISTCOD                              00880280
                UNTIL WRK-FS-HISTCOD EQUAL 10.                          00880290
             IF WRK-HIS-QTDE EQUAL ZEROS                                00880300
               MOVE 'FR16CT01'             TO WRK-PROGRAMA              00880310
               MOVE '1000'                 TO WRK-SECAO                 00880320
               MOVE 'TABELA DE HISTORICOS VAZIA' TO WRK-MENSAGEM        00880330
               MOVE WRK-FS-HISTCOD         TO WRK-STATUS                00880340
               PERFORM 6000-TRATA-ERROS                                 00880350
             END-IF.                                                    00880360
             PERFORM 1400-GRAVAR-HEADER.                                00014390
             PERFORM 5400-LER-MOV0106.                                  00014400
             PERFORM 5500-LER-MOV0106E.                                 00014410
             PERFORM 5600-LER-MOV0106R.                                 00014420
             PERFORM 5700-LER-BAIXAS.                                   00014430
      *--------------------------------------------------------------   00014440
       1000-99-FIM.                              EXIT.                  00014450
      *-------------------------------------------------------------*   00014460
      ***************************************************************   00014470
      *       L E R   P A R A M E T R O S   (PARMRUN)               *   00014480
      ***************************************************************   00014490
      * MESMO CARTAO DO FR16EX04: PALAVRA-CHAVE NAS COLUNAS 1-16,   *   00014500
      * SINAL = NA 17 E VALOR DE 8 DIGITOS NAS 18-25 (AQUI, O       *   00014510
      * NUMERO DA CONTA CONTABIL). LINHA COM * NA COLUNA 1 E        *   00014520
      * COMENTARIO. OS VALORES EFETIVOS SAO ECOADOS NO SYSOUT.      *   00014530
      *-------------------------------------------------------------*   00014540
       1050-LER-PARAMETROS                       SECTION.               00014550
      *-------------------------------------------------------------*   00014560
            OPEN INPUT PARMRUN.                                         00014570
            IF WRK-FS-PARMRUN NOT EQUAL 0                               00014580
               MOVE 'FR16CT01'             TO WRK-PROGRAMA              00014590
               MOVE '1050'                 TO WRK-SECAO                 00014600
               MOVE 'ERRO NO OPEN PARMRUN' TO WRK-MENSAGEM              00014610
               MOVE WRK-FS-PARMRUN         TO WRK-STATUS                00014620
               PERFORM 6000-TRATA-ERROS                                 00014630
            END-IF.                                                     00014640
            READ PARMRUN                                                00014650
              AT END MOVE 10 TO WRK-FS-PARMRUN                          00014660
            END-READ.                                                   00014670
            PERFORM 1060-TRATAR-PARAMETRO THRU 1060-99-FIM              00014680
               UNTIL WRK-FS-PARMRUN EQUAL 10.                           00014690
            CLOSE PARMRUN.                                              00014700
            DISPLAY 'CONTAS CONTABEIS EFETIVAS DA NOITE:'.              00014710
            DISPLAY '  CTA-CAIXA......: ' WRK-CTA-CAIXA.                00014720
            DISPLAY '  CTA-DEPOSITOS..: ' WRK-CTA-DEPOSITOS.            00014730
            DISPLAY '  CTA-TARIFAS....: ' WRK-CTA-TARIFAS.              00014740
            DISPLAY '  CTA-JUROS......: ' WRK-CTA-JUROS.                00014750
            DISPLAY '  CTA-FOLHA......: ' WRK-CTA-FOLHA.                00014760
            DISPLAY '  CTA-TRANSITO...: ' WRK-CTA-TRANSITO.             00014770
            DISPLAY '  CTA-REAPRES....: ' WRK-CTA-REAPRES.              00014780
            DISPLAY '  CTA-PERDAS.....: ' WRK-CTA-PERDAS.               00014790
            DISPLAY '  CTA-EMPRESTIMOS: ' WRK-CTA-EMPRESTIMOS.          00900080
      *-------------------------------------------------------------*   00014800
       1050-99-FIM.                               EXIT.                 00014810
      *-------------------------------------------------------------*   00014820
      *-------------------------------------------------------------*   00014830
       1060-TRATAR-PARAMETRO                     SECTION.               00014840
      *-------------------------------------------------------------*   00014850
            EVALUATE TRUE                                               00014860
             WHEN FD-PRM-CHAVE (1:1) EQUAL '*'                          00014870
               CONTINUE                                                 00014880
             WHEN FD-PRM-CHAVE EQUAL SPACES                             00014890
               CONTINUE                                                 00014900
             WHEN FD-PRM-CHAVE EQUAL 'CTA-CAIXA'                        00014910
               PERFORM 1070-VALIDAR-VALOR THRU 1070-99-FIM              00014920
               MOVE FD-PRM-VALOR TO WRK-CTA-CAIXA                       00014930
             WHEN FD-PRM-CHAVE EQUAL 'CTA-DEPOSITOS'                    00014940
               PERFORM 1070-VALIDAR-VALOR THRU 1070-99-FIM              00014950
               MOVE FD-PRM-VALOR TO WRK-CTA-DEPOSITOS                   00014960
             WHEN FD-PRM-CHAVE EQUAL 'CTA-TARIFAS'                      00014970
               PERFORM 1070-VALIDAR-VALOR THRU 1070-99-FIM              00014980
               MOVE FD-PRM-VALOR TO WRK-CTA-TARIFAS                     00014990
             WHEN FD-PRM-CHAVE EQUAL 'CTA-JUROS'                        00015000
               PERFORM 1070-VALIDAR-VALOR THRU 1070-99-FIM              00015010
               MOVE FD-PRM-VALOR TO WRK-CTA-JUROS                       00015020
             WHEN FD-PRM-CHAVE EQUAL 'CTA-FOLHA'                        00015030
               PERFORM 1070-VALIDAR-VALOR THRU 1070-99-FIM              00015040
               MOVE FD-PRM-VALOR TO WRK-CTA-FOLHA                       00015050
             WHEN FD-PRM-CHAVE EQUAL 'CTA-TRANSITO'                     00015060
               PERFORM 1070-VALIDAR-VALOR THRU 1070-99-FIM              00015070
               MOVE FD-PRM-VALOR TO WRK-CTA-TRANSITO                    00015080
             WHEN FD-PRM-CHAVE EQUAL 'CTA-REAPRES'                      00015090
               PERFORM 1070-VALIDAR-VALOR THRU 1070-99-FIM              00015100
               MOVE FD-PRM-VALOR TO WRK-CTA-REAPRES                     00015110
             WHEN FD-PRM-CHAVE EQUAL 'CTA-PERDAS'                       00015120
               PERFORM 1070-VALIDAR-VALOR THRU 1070-99-FIM              00015130
               MOVE FD-PRM-VALOR TO WRK-CTA-PERDAS                      00015140
             WHEN FD-PRM-CHAVE EQUAL 'CTA-EMPRESTIMOS'                  00900090
               PERFORM 1070-VALIDAR-VALOR THRU 1070-99-FIM              00900100
               MOVE FD-PRM-VALOR TO WRK-CTA-EMPRESTIMOS                 00900110
             WHEN OTHER                                                 00015150
               DISPLAY 'PARAMETRO DESCONHECIDO: ' FD-PRM-CHAVE          00015160
               PERFORM 1080-PARAMETRO-INVALIDO THRU 1080-99-FIM         00015170
            END-EVALUATE.                                               00015180
            READ PARMRUN                                                00015190
              AT END MOVE 10 TO WRK-FS-PARMRUN                          00015200
            END-READ.                                                   00015210
      *-------------------------------------------------------------*   00015220
       1060-99-FIM.                               EXIT.                 00015230
      *-------------------------------------------------------------*   00015240
      *-------------------------------------------------------------*   00015250
       1070-VALIDAR-VALOR                        SECTION.               00015260
      *-------------------------------------------------------------*   00015270
            IF FD-PRM-IGUAL NOT EQUAL '=' OR                            00015280
               FD-PRM-VALOR NOT NUMERIC                                 00015290
               PERFORM 1080-PARAMETRO-INVALIDO THRU 1080-99-FIM         00015300
            END-IF.                                                     00015310
            IF FD-PRM-VALOR EQUAL ZEROS                                 00015320
               PERFORM 1080-PARAMETRO-INVALIDO THRU 1080-99-FIM         00015330
            END-IF.                                                     00015340
      *-------------------------------------------------------------*   00015350
       1070-99-FIM.                               EXIT.                 00015360
      *-------------------------------------------------------------*   00015370
      *-------------------------------------------------------------*   00015380
       1080-PARAMETRO-INVALIDO                   SECTION.               00015390
      *-------------------------------------------------------------*   00015400
            MOVE 'FR16CT01'             TO WRK-PROGRAMA.                00015410
            MOVE '1060'                 TO WRK-SECAO.                   00015420
            MOVE 'PARAMETRO INVALIDO NO PARMRUN' TO WRK-MENSAGEM.       00015430
            MOVE WRK-FS-PARMRUN         TO WRK-STATUS.                  00015440
            PERFORM 6000-TRATA-ERROS.                                   00015450
      *-------------------------------------------------------------*   00015460
       1080-99-FIM.                               EXIT.                 00015470
      *-------------------------------------------------------------*   00015480
      ***************************************************************   00015490
      *   M O N T A R   A S   P A R T I D A S   P O R   C A T E G.  *   00015500
      ***************************************************************   00015510
      *-------------------------------------------------------------*   00015520
       1090-MONTAR-LANCAMENTOS                   SECTION.               00015530
      *-------------------------------------------------------------*   00015540
            INITIALIZE WRK-TABELA-LANCAMENTOS.                          00015550
            MOVE WRK-CTA-CAIXA     TO WRK-LCT-CTA-DEB (1)               00015560
                                      WRK-LCT-CTA-CRED (2).             00015570
            MOVE WRK-CTA-DEPOSITOS TO WRK-LCT-CTA-CRED (1)              00015580
                                      WRK-LCT-CTA-DEB (2)               00015590
                                      WRK-LCT-CTA-DEB (3)               00015600
                                      WRK-LCT-CTA-CRED (4)              00015610
                                      WRK-LCT-CTA-CRED (5)              00015620
                                      WRK-LCT-CTA-DEB (6)               00015630
                                      WRK-LCT-CTA-CRED (7)              00015640
                                      WRK-LCT-CTA-DEB (8)               00015650
                                      WRK-LCT-CTA-CRED (9)              00900120
                                      WRK-LCT-CTA-DEB (10).             00900130
            MOVE WRK-CTA-TARIFAS   TO WRK-LCT-CTA-CRED (3).             00015660
            MOVE WRK-CTA-JUROS     TO WRK-LCT-CTA-DEB (4).              00015670
            MOVE WRK-CTA-FOLHA     TO WRK-LCT-CTA-DEB (5).              00015680
            MOVE WRK-CTA-TRANSITO  TO WRK-LCT-CTA-CRED (6)              00015690
                                      WRK-LCT-CTA-DEB (7).              00015700
            MOVE WRK-CTA-REAPRES   TO WRK-LCT-CTA-CRED (8)              00015710
                                      WRK-LCT-CTA-CRED (11).            00015720
            MOVE WRK-CTA-PERDAS    TO WRK-LCT-CTA-DEB (11).             00015730
            MOVE WRK-CTA-EMPRESTIMOS TO WRK-LCT-CTA-DEB (9)             00900140
                                      WRK-LCT-CTA-CRED (10).            00900150
      *-------------------------------------------------------------*   00015740
       1090-99-FIM.                               EXIT.                 00015750
      *-------------------------------------------------------------*   00015760
      ***************************************************************   00015770
      *       I D E N T I F I C A R   A   E X E C U C A O           *   00015780
      ***************************************************************   00015790
      * SO LEITURA: O RUNCTL JA FOI AVANCADO PELO FR16EX04 DESTA    *   00015800
      * MESMA NOITE, ENTAO A DATA/SEQUENCIA LIDA E A DA RODADA QUE  *   00015810
      * GEROU O MOVIMENTO CONTABILIZADO.                            *   00015820
      *-------------------------------------------------------------*   00015830
       1100-IDENTIFICAR-RUN                      SECTION.               00015840
      *-------------------------------------------------------------*   00015850
            OPEN INPUT RUNCTL.                                          00015860
            IF WRK-FS-RUNCTL NOT EQUAL 0                                00015870
               MOVE 'FR16CT01'             TO WRK-PROGRAMA              00015880
               MOVE '1100'                 TO WRK-SECAO                 00015890
               MOVE 'ERRO NO OPEN RUNCTL'  TO WRK-MENSAGEM              00015900
               MOVE WRK-FS-RUNCTL          TO WRK-STATUS                00015910
               PERFORM 6000-TRATA-ERROS                                 00015920
            END-IF.                                                     00015930
            READ RUNCTL                                                 00015940
              AT END                                                    00015950
               MOVE 'FR16CT01'             TO WRK-PROGRAMA              00015960
               MOVE '1100'                 TO WRK-SECAO                 00015970
               MOVE 'RUNCTL VAZIO - BALANCE LINE NAO RODOU'             00015980
                                           TO WRK-MENSAGEM              00015990
               MOVE WRK-FS-RUNCTL          TO WRK-STATUS                00016000
               PERFORM 6000-TRATA-ERROS                                 00016010
            END-READ.                                                   00016020
            MOVE FD-RUN-DATA TO WRK-DATA-PROC.                          00016030
            MOVE FD-RUN-NSEQ TO WRK-NSEQ-RUN.                           00016040
            CLOSE RUNCTL.                                               00016050
            MOVE WRK-DATA-PROC TO WRK-CAB-DATA-PROC.                    00016060
            MOVE WRK-NSEQ-RUN  TO WRK-CAB-NSEQ-RUN.                     00016070
            DISPLAY '  DATA/SEQ DA EXECUCAO: ' WRK-DATA-PROC            00016080
                    '/' WRK-NSEQ-RUN.                                   00016090
      *-------------------------------------------------------------*   00016100
       1100-99-FIM.                               EXIT.                 00016110
      *-------------------------------------------------------------*   00016120
      ***************************************************************   00016130
      *   S O M A R   S A L D O S   D O   M E S T R E               *   00016140
      ***************************************************************   00016150
      * ABERTURA = MESTRE AINDA NAO PROMOVIDO (CLIENTES); FECHAMENTO*   00016160
      * = MESTRE NOVO DA NOITE (CLINOVO). A DIFERENCA E O QUE O     *   00016170
      * BALANCE LINE EFETIVAMENTE MOVIMENTOU NAS CONTAS.            *   00016180
      *--------------------------------------------------------------   00016190
       1200-SOMAR-ABERTURA                       SECTION.               00016200
      *--------------------------------------------------------------   00016210
            READ CLIENTES                                               00016220
              AT END MOVE 10 TO WRK-FS-CLIENTES                         00016230
            END-READ.                                                   00016240
            IF WRK-FS-CLIENTES NOT EQUAL 10                             00016250
              ADD FD-CLIENTES-SALDO TO WRK-SALDO-ABERT                  00016260
            END-IF.                                                     00016270
      *--------------------------------------------------------------   00016280
       1200-99-FIM.                              EXIT.                  00016290
      *--------------------------------------------------------------   00016300
      *--------------------------------------------------------------   00016310
       1250-SOMAR-FECHAMENTO                     SECTION.               00016320
      *--------------------------------------------------------------   00016330
            READ CLINOVO                                                00016340
              AT END MOVE 10 TO WRK-FS-CLINOVO                          00016350
            END-READ.                                                   00016360
            IF WRK-FS-CLINOVO NOT EQUAL 10                              00016370
              ADD FD-CLINOVO-SALDO TO WRK-SALDO-FECHA                   00016380
            END-IF.                                                     00016390
      *--------------------------------------------------------------   00016400
       1250-99-FIM.                              EXIT.                  00016410
      *--------------------------------------------------------------   00016420
      ***************************************************************   00016430
      *   C A R R E G A R   T A B E L A   D E   H I S T O R I C O S *   00880370
      ***************************************************************   00016450
      *--------------------------------------------------------------   00016460
       1300-CARREGAR-HISTCOD                     SECTION.               00880380
      *--------------------------------------------------------------   00880390
            READ HISTCOD                                                00880400
              AT END MOVE 10 TO WRK-FS-HISTCOD                          00880410
            END-READ.                                                   00880420
            IF WRK-FS-HISTCOD NOT EQUAL 10                              00880430
              IF REG-HIST-CODIGO NOT NUMERIC OR                         00880440
                 REG-HIST-CODIGO NOT GREATER WRK-HIS-ANT                00880450
                DISPLAY 'HISTCOD - REGISTRO INVALIDO: ' REG-HIST        00880460
                MOVE 'FR16CT01'            TO WRK-PROGRAMA              00880470
                MOVE '1300'                TO WRK-SECAO                 00880480
                MOVE 'TABELA DE HISTORICOS INVALIDA'                    00880490
                                           TO WRK-MENSAGEM              00880500
                MOVE WRK-FS-HISTCOD        TO WRK-STATUS                00880510
                PERFORM 6000-TRATA-ERROS                                00880520
              END-IF                                                    00880530
              MOVE REG-HIST-CATEGORIA                                   00880540
                          TO WRK-THI-CATEGORIA (REG-HIST-CODIGO)        00880550
              MOVE REG-HIST-CODIGO       TO WRK-HIS-ANT                 00880560
              ADD 1 TO WRK-HIS-QTDE                                     00880570
            END-IF.                                                     00880580
      *--------------------------------------------------------------   00016680
       1300-99-FIM.                              EXIT.                  00016690
      *--------------------------------------------------------------   00016700
      *--------------------------------------------------------------   00016710
       1400-GRAVAR-HEADER                        SECTION.               00016720
      *--------------------------------------------------------------   00016730
            MOVE SPACES        TO FD-CONTABIL.                          00016740
            MOVE 'HDR'         TO REG-CTL-TIPO.                         00016750
            MOVE 'CONTABIL'    TO REG-CTL-ORIGEM.                       00016760
            MOVE WRK-DATA-PROC TO REG-CTL-DATA-ARQ.                     00016770
            MOVE ZEROS         TO REG-CTL-QTDE REG-CTL-VALOR.           00016780
            WRITE REG-CONTROLE.                                         00016790
            WRITE FD-RELCTB FROM WRK-CABECALHO-CTB.                     00016800
            MOVE SPACES TO FD-RELCTB.                                   00016810
            WRITE FD-RELCTB.                                            00016820
      *--------------------------------------------------------------   00016830
       1400-99-FIM.                              EXIT.                  00016840
      *--------------------------------------------------------------   00016850
      ***************************************************************   00016860
      *               P R O C E S S A R                             *   00016870
      ***************************************************************   00016880
      *--------------------------------------------------------------   00016890
       2000-PROCESSAR                            SECTION.               00016900
      *--------------------------------------------------------------   00016910
            ADD 1 TO WRK-LIDOS.                                         00016920
            IF FD-MOV0106-AGENCIA NOT EQUAL WRK-AGENCIA-ATUAL           00016930
              PERFORM 2500-FECHAR-AGENCIA                               00016940
              MOVE FD-MOV0106-AGENCIA TO WRK-AGENCIA-ATUAL              00016950
            END-IF.                                                     00016960
            PERFORM 2100-TESTAR-EXCLUSAO.                               00016970
            IF WRK-MOV-POSTADO                                          00016980
              PERFORM 2200-CLASSIFICAR                                  00016990
              PERFORM 2300-ACUMULAR                                     00017000
            ELSE                                                        00017010
              ADD 1 TO WRK-NAO-POSTADOS                                 00017020
            END-IF.                                                     00017030
            PERFORM 5400-LER-MOV0106.                                   00017040
      *--------------------------------------------------------------   00017050
       2000-99-FIM.                              EXIT.                  00017060
      *--------------------------------------------------------------   00017070
      ***************************************************************   00017080
      *   T E S T A R   E X C L U S A O   ( E / R )                 *   00017090
      ***************************************************************   00017100
      * O MOV0106E E O MOV0106R SAEM DO FR16EX04 NA MESMA ORDEM DO  *   00017110
      * MOV0106; O MOVIMENTO CORRENTE QUE CASA COM O REGISTRO       *   00017120
      * CORRENTE DE UM DELES NAO FOI POSTADO E NAO E CONTABILIZADO. *   00017130
      *--------------------------------------------------------------   00017140
       2100-TESTAR-EXCLUSAO                      SECTION.               00017150
      *--------------------------------------------------------------   00017160
            MOVE 'S' TO WRK-SW-POSTADO.                                 00017170
            EVALUATE TRUE                                               00017180
             WHEN FD-MOV0106E-CHAVE EQUAL FD-MOV0106-CHAVE AND          00017190
                  FD-MOV0106E-MOVIMENTO EQUAL FD-MOV0106-MOVIMENTO AND  00017200
                  FD-MOV0106E-VALORMOV EQUAL FD-MOV0106-VALORMOV        00017210
               MOVE 'N' TO WRK-SW-POSTADO                               00017220
               PERFORM 5500-LER-MOV0106E                                00017230
             WHEN FD-MOV0106R-AGENCIA EQUAL FD-MOV0106-AGENCIA AND      00017240
                  FD-MOV0106R-CONTA EQUAL FD-MOV0106-CONTA AND          00017250
                  FD-MOV0106R-MOVIMENTO EQUAL FD-MOV0106-MOVIMENTO AND  00017260
                  FD-MOV0106R-VALORMOV EQUAL FD-MOV0106-VALORMOV        00017270
               MOVE 'N' TO WRK-SW-POSTADO                               00017280
               PERFORM 5600-LER-MOV0106R                                00017290
            END-EVALUATE.                                               00017300
      *--------------------------------------------------------------   00017310
       2100-99-FIM.                              EXIT.                  00017320
      *--------------------------------------------------------------   00017330
      ***************************************************************   00017340
      *   C L A S S I F I C A R   O   M O V I M E N T O             *   00017350
      ***************************************************************   00017360
      * A CATEGORIA VEM DA TABELA DE HISTORICOS (A MESMA SIGLA DA   *   00880590
      * TABELA DE CATEGORIAS ACIMA); A BAIXA (BX) SO VEM DO ARQUIVO *   00880600
      * BAIXAS E NAO E ACEITA AQUI. CODIGO SEM CATEGORIA CONHECIDA  *   00880610
      * E DEPOSITO (CREDITO) OU SAQUE (DEBITO) DA AGENCIA.          *   00880620
      *--------------------------------------------------------------   00017420
       2200-CLASSIFICAR                          SECTION.               00017430
      *--------------------------------------------------------------   00017440
            MOVE SPACES TO WRK-CATEGORIA.                               00880630
            IF FD-MOV0106-HISTORICO NUMERIC AND                         00880640
               FD-MOV0106-HISTORICO GREATER ZEROS                       00880650
              MOVE WRK-THI-CATEGORIA (FD-MOV0106-HISTORICO)             00880660
                                     TO WRK-CATEGORIA                   00880670
            END-IF.                                                     00880680
            PERFORM 2250-LOCALIZAR-CATEGORIA.                           00880690
            IF WRK-CAT-NAO-ACHADA                                       00880700
              ADD 1 TO WRK-SEM-CATEGORIA                                00880710
              IF FD-MOV0106-TIPOMOV EQUAL 'C'                           00880720
                MOVE 1 TO WRK-IND-CAT                                   00880730
              ELSE                                                      00880740
                MOVE 2 TO WRK-IND-CAT                                   00880750
              END-IF                                                    00880760
            END-IF.                                                     00880770
      *--------------------------------------------------------------   00017740
       2200-99-FIM.                              EXIT.                  00017750
      *--------------------------------------------------------------   00017760
      *--------------------------------------------------------------   00017770
       2250-LOCALIZAR-CATEGORIA                  SECTION.               00880780
      *--------------------------------------------------------------   00880790
            MOVE 'N' TO WRK-SW-ACHOU.                                   00880800
            MOVE 1 TO WRK-IND-CAT.                                      00880810
            PERFORM 2260-TESTAR-CATEGORIA                               00880820
               UNTIL WRK-CAT-ACHADA                                     00880830
                  OR WRK-IND-CAT NOT LESS WRK-CAT-QTDE.                 00880840
      *--------------------------------------------------------------   00880850
       2250-99-FIM.                              EXIT.                  00880860
      *--------------------------------------------------------------   00880870
      *--------------------------------------------------------------   00880880
       2260-TESTAR-CATEGORIA                     SECTION.               00880890
      *--------------------------------------------------------------   00880900
            IF WRK-CAT-CODIGO (WRK-IND-CAT) EQUAL WRK-CATEGORIA         00880910
              MOVE 'S' TO WRK-SW-ACHOU                                  00880920
            ELSE                                                        00880930
              ADD 1 TO WRK-IND-CAT                                      00880940
            END-IF.                                                     00880950
      *--------------------------------------------------------------   00880960
       2260-99-FIM.                              EXIT.                  00018020
      *--------------------------------------------------------------   00018030
      *--------------------------------------------------------------   00018040
       2300-ACUMULAR                             SECTION.               00018050
      *--------------------------------------------------------------   00018060
            ADD 1                   TO WRK-LCT-AG-QTDE (WRK-IND-CAT).   00018070
            ADD FD-MOV0106-VALORMOV TO WRK-LCT-AG-VALOR (WRK-IND-CAT).  00018080
            IF FD-MOV0106-TIPOMOV EQUAL 'C'                             00018090
              ADD FD-MOV0106-VALORMOV TO WRK-MOV-CREDITOS               00018100
            ELSE                                                        00018110
              ADD FD-MOV0106-VALORMOV TO WRK-MOV-DEBITOS                00018120
            END-IF.                                                     00018130
      *--------------------------------------------------------------   00018140
       2300-99-FIM.                              EXIT.                  00018150
      *--------------------------------------------------------------   00018160
      ***************************************************************   00018170
      *   F E C H A R   A   A G E N C I A                           *   00018180
      ***************************************************************   00018190
      * NA QUEBRA DE AGENCIA CADA CATEGORIA COM VALOR GERA O PAR    *   00018200
      * DE LANCAMENTOS (DEBITO E CREDITO) COM A AGENCIA COMO CENTRO *   00018210
      * DE CUSTO; OS ACUMULADORES DA AGENCIA VOLTAM A ZERO.         *   00018220
      *--------------------------------------------------------------   00018230
       2500-FECHAR-AGENCIA                       SECTION.               00018240
      *--------------------------------------------------------------   00018250
            IF WRK-AGENCIA-ATUAL NOT EQUAL SPACES                       00018260
              MOVE 1 TO WRK-IND                                         00018270
              PERFORM 2550-LANCAR-CATEGORIA                             00018280
                 UNTIL WRK-IND GREATER WRK-CAT-QTDE                     00018290
              MOVE SPACES TO WRK-AGENCIA-ATUAL                          00018300
            END-IF.                                                     00018310
      *--------------------------------------------------------------   00018320
       2500-99-FIM.                              EXIT.                  00018330
      *--------------------------------------------------------------   00018340
      *--------------------------------------------------------------   00018350
       2550-LANCAR-CATEGORIA                     SECTION.               00018360
      *--------------------------------------------------------------   00018370
            IF WRK-LCT-AG-VALOR (WRK-IND) GREATER ZEROS                 00018380
              MOVE 'D'                       TO WRK-NATUREZA            00018390
              MOVE WRK-LCT-CTA-DEB (WRK-IND) TO WRK-CONTA-LCT           00018400
              PERFORM 2560-GRAVAR-LANCAMENTO                            00018410
              MOVE 'C'                        TO WRK-NATUREZA           00018420
              MOVE WRK-LCT-CTA-CRED (WRK-IND) TO WRK-CONTA-LCT          00018430
              PERFORM 2560-GRAVAR-LANCAMENTO                            00018440
              ADD WRK-LCT-AG-QTDE (WRK-IND)                             00018450
                                 TO WRK-LCT-TOT-QTDE (WRK-IND)          00018460
              ADD WRK-LCT-AG-VALOR (WRK-IND)                            00018470
                                 TO WRK-LCT-TOT-VALOR (WRK-IND)         00018480
            END-IF.                                                     00018490
            MOVE ZEROS TO WRK-LCT-AG-QTDE (WRK-IND)                     00018500
                          WRK-LCT-AG-VALOR (WRK-IND).                   00018510
            ADD 1 TO WRK-IND.                                           00018520
      *--------------------------------------------------------------   00018530
       2550-99-FIM.                              EXIT.                  00018540
      *--------------------------------------------------------------   00018550
      *--------------------------------------------------------------   00018560
       2560-GRAVAR-LANCAMENTO                    SECTION.               00018570
      *--------------------------------------------------------------   00018580
            MOVE SPACES                      TO FD-CONTABIL.            00018590
            MOVE WRK-CONTA-LCT               TO FD-CTB-CONTA-CONTABIL.  00018600
            MOVE WRK-AGENCIA-ATUAL           TO FD-CTB-CENTRO-CUSTO.    00018610
            MOVE WRK-NATUREZA                TO FD-CTB-NATUREZA.        00018620
            MOVE WRK-LCT-AG-VALOR (WRK-IND)  TO FD-CTB-VALOR.           00018630
            MOVE WRK-CAT-CODIGO (WRK-IND)    TO FD-CTB-CATEGORIA.       00018640
            MOVE WRK-CAT-DESCRICAO (WRK-IND) TO FD-CTB-HISTORICO.       00018650
            MOVE WRK-LCT-AG-QTDE (WRK-IND)   TO FD-CTB-QTDE-MOV.        00018660
            MOVE WRK-DATA-PROC               TO FD-CTB-DATA-PROC.       00018670
            MOVE WRK-NSEQ-RUN                TO FD-CTB-NSEQ-RUN.        00018680
            WRITE FD-CONTABIL.                                          00018690
            ADD 1            TO WRK-LANCAMENTOS.                        00018700
            ADD FD-CTB-VALOR TO WRK-VALOR-ARQUIVO.                      00018710
            IF FD-CTB-DEBITO                                            00018720
              ADD FD-CTB-VALOR TO WRK-TOT-DEBITOS                       00018730
            ELSE                                                        00018740
              ADD FD-CTB-VALOR TO WRK-TOT-CREDITOS                      00018750
            END-IF.                                                     00018760
      *--------------------------------------------------------------   00018770
       2560-99-FIM.                              EXIT.                  00018780
      *--------------------------------------------------------------   00018790
      ***************************************************************   00018800
      *   B A I X A S   D O   R E A P R E S                         *   00018810
      ***************************************************************   00018820
      * DEBITOS QUE ESGOTARAM AS REAPRESENTACOES NO ULTIMO CICLO    *   00018830
      * (BAIXAS(0) DO REAPRES): NUNCA PASSARAM PELA CONTA DO        *   00018840
      * CLIENTE, ENTAO SAEM SO DO REAPRES PARA PERDAS E FICAM FORA  *   00018850
      * DA CONFERENCIA COM O MESTRE.                                *   00018860
      *--------------------------------------------------------------   00018870
       2600-PROCESSAR-BAIXAS                     SECTION.               00018880
      *--------------------------------------------------------------   00018890
            ADD 1 TO WRK-BAIXAS-LIDAS.                                  00018900
            IF FD-BAIXAS-AGENCIA NOT EQUAL WRK-AGENCIA-ATUAL            00018910
              PERFORM 2500-FECHAR-AGENCIA                               00018920
              MOVE FD-BAIXAS-AGENCIA TO WRK-AGENCIA-ATUAL               00018930
            END-IF.                                                     00018940
            ADD 1                  TO WRK-LCT-AG-QTDE (11).             00018950
            ADD FD-BAIXAS-VALORMOV TO WRK-LCT-AG-VALOR (11).            00018960
            PERFORM 5700-LER-BAIXAS.                                    00018970
      *--------------------------------------------------------------   00018980
       2600-99-FIM.                              EXIT.                  00018990
      *--------------------------------------------------------------   00019000
      ***************************************************************   00019010
      *   C O N F E R I R   A   N O I T E                           *   00019020
      ***************************************************************   00019030
      * 1) PARTIDAS DOBRADAS: TOTAL A DEBITO = TOTAL A CREDITO.     *   00019040
      * 2) VARIACAO DO MESTRE (CLINOVO - CLIENTES) = CREDITOS MENOS *   00019050
      *    DEBITOS POSTADOS. DIFERENCA E MOVIMENTO QUE O BALANCE    *   00019060
      *    LINE APLICOU E A CONTABILIDADE NAO VE (OU O CONTRARIO).  *   00019070
      *--------------------------------------------------------------   00019080
       2800-CONFERIR-NOITE                       SECTION.               00019090
      *--------------------------------------------------------------   00019100
            COMPUTE WRK-LIQ-POSTADO = WRK-MOV-CREDITOS                  00019110
                                    - WRK-MOV-DEBITOS.                  00019120
            COMPUTE WRK-VAR-MESTRE  = WRK-SALDO-FECHA                   00019130
                                    - WRK-SALDO-ABERT.                  00019140
            IF WRK-TOT-DEBITOS NOT EQUAL WRK-TOT-CREDITOS               00019150
              ADD 1 TO WRK-DIVERGENCIAS                                 00019160
            END-IF.                                                     00019170
            IF WRK-LIQ-POSTADO NOT EQUAL WRK-VAR-MESTRE                 00019180
              ADD 1 TO WRK-DIVERGENCIAS                                 00019190
            END-IF.                                                     00019200
            WRITE FD-RELCTB FROM WRK-CABECALHO-CAT.                     00019210
            MOVE 1 TO WRK-IND.                                          00019220
            PERFORM 2850-IMPRIMIR-CATEGORIA                             00019230
               UNTIL WRK-IND GREATER WRK-CAT-QTDE.                      00019240
            MOVE SPACES TO FD-RELCTB.                                   00019250
            WRITE FD-RELCTB.                                            00019260
            MOVE 'TOTAL LANCADO A DEBITO' TO WRK-LCONF-TEXTO.           00019270
            MOVE WRK-TOT-DEBITOS          TO WRK-LCONF-VALOR.           00019280
            WRITE FD-RELCTB FROM WRK-LINHA-CONF.                        00019290
            MOVE 'TOTAL LANCADO A CREDITO' TO WRK-LCONF-TEXTO.          00019300
            MOVE WRK-TOT-CREDITOS          TO WRK-LCONF-VALOR.          00019310
            WRITE FD-RELCTB FROM WRK-LINHA-CONF.                        00019320
            MOVE 'SALDO DE ABERTURA DO MESTRE' TO WRK-LCONF-TEXTO.      00019330
            MOVE WRK-SALDO-ABERT               TO WRK-LCONF-VALOR.      00019340
            WRITE FD-RELCTB FROM WRK-LINHA-CONF.                        00019350
            MOVE 'SALDO DE FECHAMENTO DO MESTRE' TO WRK-LCONF-TEXTO.    00019360
            MOVE WRK-SALDO-FECHA                 TO WRK-LCONF-VALOR.    00019370
            WRITE FD-RELCTB FROM WRK-LINHA-CONF.                        00019380
            MOVE 'VARIACAO DO MESTRE' TO WRK-LCONF-TEXTO.               00019390
            MOVE WRK-VAR-MESTRE       TO WRK-LCONF-VALOR.               00019400
            WRITE FD-RELCTB FROM WRK-LINHA-CONF.                        00019410
            MOVE 'LIQUIDO POSTADO (CREDITOS - DEBITOS)'                 00019420
                                      TO WRK-LCONF-TEXTO.               00019430
            MOVE WRK-LIQ-POSTADO      TO WRK-LCONF-VALOR.               00019440
            WRITE FD-RELCTB FROM WRK-LINHA-CONF.                        00019450
            MOVE SPACES TO FD-RELCTB.                                   00019460
            WRITE FD-RELCTB.                                            00019470
            IF WRK-TOT-DEBITOS NOT EQUAL WRK-TOT-CREDITOS               00019480
              MOVE 'DEBITOS E CREDITOS NAO FECHAM' TO WRK-TXT           00019490
              WRITE FD-RELCTB FROM WRK-LINHA-TEXTO                      00019500
            END-IF.                                                     00019510
            IF WRK-LIQ-POSTADO NOT EQUAL WRK-VAR-MESTRE                 00019520
              MOVE 'VARIACAO DO MESTRE NAO CONFERE COM O CONTABILIZADO' 00019530
                                                 TO WRK-TXT             00019540
              WRITE FD-RELCTB FROM WRK-LINHA-TEXTO                      00019550
            END-IF.                                                     00019560
            IF WRK-DIVERGENCIAS EQUAL ZEROS                             00019570
              MOVE 'CONTABILIDADE CONFERIDA' TO WRK-TXT                 00019580
            ELSE                                                        00019590
              MOVE 'CONTABILIDADE NAO CONFERE - FLUXO RETIDO'           00019600
                                             TO WRK-TXT                 00019610
            END-IF.                                                     00019620
            WRITE FD-RELCTB FROM WRK-LINHA-TEXTO.                       00019630
      *--------------------------------------------------------------   00019640
       2800-99-FIM.                              EXIT.                  00019650
      *--------------------------------------------------------------   00019660
      *--------------------------------------------------------------   00019670
       2850-IMPRIMIR-CATEGORIA                   SECTION.               00019680
      *--------------------------------------------------------------   00019690
            MOVE WRK-CAT-CODIGO (WRK-IND)     TO WRK-LCAT-CODIGO.       00019700
            MOVE WRK-CAT-DESCRICAO (WRK-IND)  TO WRK-LCAT-DESCRICAO.    00019710
            MOVE WRK-LCT-TOT-QTDE (WRK-IND)   TO WRK-LCAT-QTDE.         00019720
            MOVE WRK-LCT-CTA-DEB (WRK-IND)    TO WRK-LCAT-CTA-DEB.      00019730
            MOVE WRK-LCT-CTA-CRED (WRK-IND)   TO WRK-LCAT-CTA-CRED.     00019740
            MOVE WRK-LCT-TOT-VALOR (WRK-IND)  TO WRK-LCAT-VALOR.        00019750
            WRITE FD-RELCTB FROM WRK-LINHA-CAT.                         00019760
            ADD 1 TO WRK-IND.                                           00019770
      *--------------------------------------------------------------   00019780
       2850-99-FIM.                              EXIT.                  00019790
      *--------------------------------------------------------------   00019800
      ***************************************************************   00019810
      *               F I N A L I Z A R                             *   00019820
      ***************************************************************   00019830
      *--------------------------------------------------------------   00019840
       3000-FINALIZAR                            SECTION.               00019850
      *--------------------------------------------------------------   00019860
            MOVE SPACES            TO FD-CONTABIL.                      00019870
            MOVE 'TRL'             TO REG-CTL-TIPO.                     00019880
            MOVE 'CONTABIL'        TO REG-CTL-ORIGEM.                   00019890
            MOVE WRK-DATA-PROC     TO REG-CTL-DATA-ARQ.                 00019900
            MOVE WRK-LANCAMENTOS   TO REG-CTL-QTDE.                     00019910
            MOVE WRK-VALOR-ARQUIVO TO REG-CTL-VALOR.                    00019920
            WRITE REG-CONTROLE.                                         00019930
            CLOSE CLIENTES CLINOVO MOV0106 MOV0106E MOV0106R            00019940
                  HISTCOD BAIXAS CONTABIL RELCTB.                       00019950
            DISPLAY ' '.                                                00019960
            DISPLAY 'MOVIMENTOS LIDOS              : ' WRK-LIDOS.       00019970
            DISPLAY 'MOVIMENTOS NAO POSTADOS       : ' WRK-NAO-POSTADOS.00019980
            DISPLAY 'HISTORICOS SEM CATEGORIA      : '                  00880970
                    WRK-SEM-CATEGORIA.                                  00880980
            DISPLAY 'BAIXAS CONTABILIZADAS         : ' WRK-BAIXAS-LIDAS.00020000
            DISPLAY 'LANCAMENTOS GRAVADOS          : ' WRK-LANCAMENTOS. 00020010
            IF WRK-DIVERGENCIAS GREATER ZEROS                           00020020
              DISPLAY 'CONTABILIDADE NAO CONFERE - FLUXO RETIDO'        00020030
              MOVE 8 TO RETURN-CODE                                     00020040
            ELSE                                                        00020050
              DISPLAY 'CONTABILIDADE CONFERIDA'                         00020060
              MOVE 0 TO RETURN-CODE                                     00020070
            END-IF.                                                     00020080
            DISPLAY '-----FIM DE PROCESSAMENTO----'.                    00020090
      *--------------------------------------------------------------   00020100
       3000-99-FIM.                              EXIT.                  00020110
      *--------------------------------------------------------------   00020120
      ***************************************************************   00020130
      *         T E S T A R   S T A T U S                           *   00020140
      ***************************************************************   00020150
      *--------------------------------------------------------------   00020160
       5100-TESTAR-STATUS                        SECTION.               00020170
      *--------------------------------------------------------------   00020180
            EVALUATE TRUE                                               00020190
             WHEN WRK-FS-CLIENTES NOT EQUAL 0                           00020200
               MOVE 'FR16CT01'              TO WRK-PROGRAMA             00020210
               MOVE '5100'                  TO WRK-SECAO                00020220
               MOVE 'ERRO NO OPEN CLIENTES' TO WRK-MENSAGEM             00020230
               MOVE WRK-FS-CLIENTES         TO WRK-STATUS               00020240
                 PERFORM 6000-TRATA-ERROS                               00020250
             WHEN WRK-FS-CLINOVO NOT EQUAL 0                            00020260
               MOVE 'FR16CT01'             TO WRK-PROGRAMA              00020270
               MOVE '5100'                 TO WRK-SECAO                 00020280
               MOVE 'ERRO NO OPEN CLINOVO' TO WRK-MENSAGEM              00020290
               MOVE WRK-FS-CLINOVO         TO WRK-STATUS                00020300
                 PERFORM 6000-TRATA-ERROS                               00020310
             WHEN WRK-FS-MOV0106 NOT EQUAL 0                            00020320
               MOVE 'FR16CT01'             TO WRK-PROGRAMA              00020330
               MOVE '5100'                 TO WRK-SECAO                 00020340
               MOVE 'ERRO NO OPEN MOV0106' TO WRK-MENSAGEM              00020350
               MOVE WRK-FS-MOV0106         TO WRK-STATUS                00020360
                 PERFORM 6000-TRATA-ERROS                               00020370
             WHEN WRK-FS-MOV0106E NOT EQUAL 0                           00020380
               MOVE 'FR16CT01'              TO WRK-PROGRAMA             00020390
               MOVE '5100'                  TO WRK-SECAO                00020400
               MOVE 'ERRO NO OPEN MOV0106E' TO WRK-MENSAGEM             00020410
               MOVE WRK-FS-MOV0106E         TO WRK-STATUS               00020420
                 PERFORM 6000-TRATA-ERROS                               00020430
             WHEN WRK-FS-MOV0106R NOT EQUAL 0                           00020440
               MOVE 'FR16CT01'              TO WRK-PROGRAMA             00020450
               MOVE '5100'                  TO WRK-SECAO                00020460
               MOVE 'ERRO NO OPEN MOV0106R' TO WRK-MENSAGEM             00020470
               MOVE WRK-FS-MOV0106R         TO WRK-STATUS               00020480
                 PERFORM 6000-TRATA-ERROS                               00020490
             WHEN WRK-FS-HISTCOD NOT EQUAL 0                            00880990
               MOVE 'FR16CT01'             TO WRK-PROGRAMA              00020510
               MOVE '5100'                 TO WRK-SECAO                 00020520
               MOVE 'ERRO NO OPEN HISTCOD' TO WRK-MENSAGEM              00881000
               MOVE WRK-FS-HISTCOD         TO WRK-STATUS                00881010
                 PERFORM 6000-TRATA-ERROS                               00020550
             WHEN WRK-FS-BAIXAS NOT EQUAL 0                             00020560
               MOVE 'FR16CT01'             TO WRK-PROGRAMA              00020570
               MOVE '5100'                 TO WRK-SECAO                 00020580
               MOVE 'ERRO NO OPEN BAIXAS'  TO WRK-MENSAGEM              00020590
               MOVE WRK-FS-BAIXAS          TO WRK-STATUS                00020600
                 PERFORM 6000-TRATA-ERROS                               00020610
             WHEN WRK-FS-CONTABIL NOT EQUAL 0                           00020620
               MOVE 'FR16CT01'              TO WRK-PROGRAMA             00020630
               MOVE '5100'                  TO WRK-SECAO                00020640
               MOVE 'ERRO NO OPEN CONTABIL' TO WRK-MENSAGEM             00020650
               MOVE WRK-FS-CONTABIL         TO WRK-STATUS               00020660
                 PERFORM 6000-TRATA-ERROS                               00020670
             WHEN WRK-FS-RELCTB NOT EQUAL 0                             00020680
               MOVE 'FR16CT01'             TO WRK-PROGRAMA              00020690
               MOVE '5100'                 TO WRK-SECAO                 00020700
               MOVE 'ERRO NO OPEN RELCTB'  TO WRK-MENSAGEM              00020710
               MOVE WRK-FS-RELCTB          TO WRK-STATUS                00020720
                 PERFORM 6000-TRATA-ERROS                               00020730
            END-EVALUATE.                                               00020740
      *--------------------------------------------------------------   00020750
       5100-99-FIM.                              EXIT.                  00020760
      *--------------------------------------------------------------   00020770
      ***************************************************************   00020780
      *         L E R   M O V 0 1 0 6                               *   00020790
      ***************************************************************   00020800
      *--------------------------------------------------------------   00020810
       5400-LER-MOV0106                          SECTION.               00020820
      *--------------------------------------------------------------   00020830
            READ MOV0106                                                00020840
              AT END MOVE 10 TO WRK-FS-MOV0106                          00020850
            END-READ.                                                   00020860
            IF WRK-FS-MOV0106 EQUAL 10                                  00020870
              MOVE HIGH-VALUES TO FD-MOV0106-CHAVE                      00020880
            END-IF.                                                     00020890
      *--------------------------------------------------------------   00020900
       5400-99-FIM.                              EXIT.                  00020910
      *--------------------------------------------------------------   00020920
      ***************************************************************   00020930
      *         L E R   M O V 0 1 0 6 E                             *   00020940
      ***************************************************************   00020950
      *--------------------------------------------------------------   00020960
       5500-LER-MOV0106E                         SECTION.               00020970
      *--------------------------------------------------------------   00020980
            READ MOV0106E                                               00020990
              AT END MOVE 10 TO WRK-FS-MOV0106E                         00021000
            END-READ.                                                   00021010
            IF WRK-FS-MOV0106E EQUAL 10                                 00021020
              MOVE HIGH-VALUES TO FD-MOV0106E-CHAVE                     00021030
            END-IF.                                                     00021040
      *--------------------------------------------------------------   00021050
       5500-99-FIM.                              EXIT.                  00021060
      *--------------------------------------------------------------   00021070
      ***************************************************************   00021080
      *         L E R   M O V 0 1 0 6 R                             *   00021090
      ***************************************************************   00021100
      *--------------------------------------------------------------   00021110
       5600-LER-MOV0106R                         SECTION.               00021120
      *--------------------------------------------------------------   00021130
            READ MOV0106R                                               00021140
              AT END MOVE 10 TO WRK-FS-MOV0106R                         00021150
            END-READ.                                                   00021160
            IF WRK-FS-MOV0106R EQUAL 10                                 00021170
              MOVE HIGH-VALUES TO FD-MOV0106R-AGENCIA                   00021180
                                  FD-MOV0106R-CONTA                     00021190
            END-IF.                                                     00021200
      *--------------------------------------------------------------   00021210
       5600-99-FIM.                              EXIT.                  00021220
      *--------------------------------------------------------------   00021230
      ***************************************************************   00021240
      *         L E R   B A I X A S                                 *   00021250
      ***************************************************************   00021260
      *--------------------------------------------------------------   00021270
       5700-LER-BAIXAS                           SECTION.               00021280
      *--------------------------------------------------------------   00021290
            READ BAIXAS                                                 00021300
              AT END MOVE 10 TO WRK-FS-BAIXAS                           00021310
            END-READ.                                                   00021320
      *--------------------------------------------------------------   00021330
       5700-99-FIM.                              EXIT.                  00021340
      *--------------------------------------------------------------   00021350
      ***************************************************************   00021360
      *          T R A T A   E R R O S                              *   00021370
      ***************************************************************   00021380
      *--------------------------------------------------------------   00021390
       6000-TRATA-ERROS                          SECTION.               00021400
      *--------------------------------------------------------------   00021410
            CALL WRK-ERRORLOG USING WRK-DADOS.                          00021420
            MOVE 8 TO RETURN-CODE.                                      00021430
            GOBACK.                                                     00021440
      *--------------------------------------------------------------   00021450
       6000-99-FIM.                              EXIT.                  00021460
      *--------------------------------------------------------------   00021470
