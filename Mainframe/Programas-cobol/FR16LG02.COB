      *=============================================================*   00010000
       IDENTIFICATION                            DIVISION.              00010010
      *=============================================================*   00010020
                                                                        00010030
       PROGRAM-ID. FR16LG02.                                            00010040
      *=============================================================*   00010050
      *             T R E I N A M E N T O                           *   00010060
      *=============================================================*   00010070
      * PROGRAMA......: FR16LG02.                                   *   00010080
      *-------------------------------------------------------------*   00010090
      * PROGRAMADOR...: LUCIANO GUIMARAES.                          *   00010100
      * DATA..........: 15/10/2026                                  *   00010110
      * EMPRESA.......: FOURSYS                                     *   00010120
      * INSTRUTOR.....: IVAN SANCHES                                *   00010130
      *-------------------------------------------------------------*   00010140
      * OBJETIVO......: EXTRATO DO TITULAR (LGPD, JOB EXTRTIT):     *   00010150
      *                 LISTA TUDO O QUE O SISTEMA GUARDA DE UM     *   00010160
      *                 CPF/CNPJ OU DE UM FUNCIONARIO, PARA ATENDER *   00010170
      *                 AO PEDIDO DE ACESSO DO TITULAR.             *   00010180
      *                 CARTAO SYSIN:                               *   00010190
      *                   D + CPF/CNPJ (14 DIGITOS) - AS CONTAS SAO *   00010200
      *                       AS DO DOCUMENTO NO CADVSAM;           *   00010210
      *                   F + ID DO FUNCIONARIO (5 DIGITOS) - AS    *   00010220
      *                       CONTAS SAO AS DO FUNCLINK, ALEM DO    *   00010230
      *                       CADASTRO NO FUNCVSAM.                 *   00010240
      *                 PARA CADA CONTA SAO LISTADOS O CADASTRO     *   00010250
      *                 (CADVSAM), O SALDO (CLIEVSAM), O HISTORICO  *   00010260
      *                 DE MOVIMENTOS (MOVVSAM), OS DEBITOS EM      *   00010270
      *                 COBRANCA (CBRANT, GERACAO (0) DO CBRCTL),   *   00010280
      *                 AS BAIXAS DE TODAS AS GERACOES RETIDAS E OS *   00010290
      *                 VINCULOS COM FUNCIONARIOS (FUNCLINK). O     *   00010300
      *                 HISTORICO DE SALARIO (IVAN.HISTSAL) SAI NO  *   00010310
      *                 FR16DB01 MODO 5, NO MESMO JOB.              *   00010320
      *                 RC 4 = NADA ENCONTRADO PARA O TITULAR.      *   00010330
      *-------------------------------------------------------------*   00010340
      *   ARQUIVOS...:                                              *   00010350
      *    DDNAME              I/O                                  *   00010360
      *    CADVSAM              I  (#CADREG)                        *   00010370
      *    CLIEVSAM             I  (#CLIREG)                        *   00010380
      *    MOVVSAM              I  (#MOVHREG)                       *   00010390
      *    CBRANT               I  (GERACAO (0) DO CBRCTL)          *   00010400
      *    BAIXAS               I  (TODAS AS GERACOES)              *   00010410
      *    FUNCVSAM             I  (#FUNREG)                        *   00010420
      *    FUNCLINK             I                                   *   00010430
      *    RELTIT               O                                   *   00010440
      *-------------------------------------------------------------*   00010450
      *   MODULOS....:                             INCLUDE/BOOK     *   00010460
      *   GRAVALOG -   TRATAMENTO DE ERROS            GLOG2         *   00010470
      *=============================================================*   00010480
                                                                        00010490
      *=============================================================*   00010500
       ENVIRONMENT                               DIVISION.              00010510
      *=============================================================*   00010520
      *-------------------------------------------------------------*   00010530
       CONFIGURATION                             SECTION.               00010540
      *-------------------------------------------------------------*   00010550
       SPECIAL-NAMES.                                                   00010560
           DECIMAL-POINT IS COMMA.                                      00010570
                                                                        00010580
       INPUT-OUTPUT                              SECTION.               00010590
       FILE-CONTROL.                                                    00010600
            SELECT CADVSAM   ASSIGN TO CADVSAM                          00010610
                ORGANIZATION IS INDEXED                                 00010620
                ACCESS MODE IS DYNAMIC                                  00010630
                RECORD KEY IS REG-CAD-CHAVE                             00010640
                FILE STATUS  IS WRK-FS-CADVSAM.                         00010650
                                                                        00010660
            SELECT CLIEVSAM  ASSIGN TO CLIEVSAM                         00010670
                ORGANIZATION IS INDEXED                                 00010680
                ACCESS MODE IS RANDOM                                   00010690
                RECORD KEY IS REG-CLIENTES-CHAVE                        00010700
                FILE STATUS  IS WRK-FS-CLIEVSAM.                        00010710
                                                                        00010720
            SELECT MOVVSAM   ASSIGN TO MOVVSAM                          00010730
                ORGANIZATION IS INDEXED                                 00010740
                ACCESS MODE IS DYNAMIC                                  00010750
                RECORD KEY IS REG-MOVH-CHAVE                            00010760
                FILE STATUS  IS WRK-FS-MOVVSAM.                         00010770
                                                                        00010780
            SELECT CBRANT    ASSIGN TO CBRANT                           00010790
                FILE STATUS  IS WRK-FS-CBRANT.                          00010800
                                                                        00010810
            SELECT BAIXAS    ASSIGN TO BAIXAS                           00010820
                FILE STATUS  IS WRK-FS-BAIXAS.                          00010830
                                                                        00010840
            SELECT FUNCVSAM  ASSIGN TO FUNCVSAM                         00010850
                ORGANIZATION IS INDEXED                                 00010860
                ACCESS MODE IS RANDOM                                   00010870
                RECORD KEY IS REG-FUNC-ID                               00010880
                FILE STATUS  IS WRK-FS-FUNCVSAM.                        00010890
                                                                        00010900
            SELECT FUNCLINK  ASSIGN TO FUNCLINK                         00010910
                FILE STATUS  IS WRK-FS-FUNCLINK.                        00010920
                                                                        00010930
            SELECT RELTIT    ASSIGN TO RELTIT                           00010940
                FILE STATUS  IS WRK-FS-RELTIT.                          00010950
      *=============================================================*   00010960
       DATA                                      DIVISION.              00010970
      *=============================================================*   00010980
       FILE                                      SECTION.               00010990
      *-------------------------------------------------------------*   00011000
                                                                        00011010
       FD CADVSAM.                                                      00011020
                                                                        00011030
       COPY '#CADREG'.                                                  00011040
                                                                        00011050
       FD CLIEVSAM.                                                     00011060
                                                                        00011070
       COPY '#CLIREG'.                                                  00011080
                                                                        00011090
       FD MOVVSAM.                                                      00011100
                                                                        00011110
       COPY '#MOVHREG'.                                                 00011120
                                                                        00011130
       FD CBRANT                                                        00011140
           RECORDING MODE IS F                                          00011150
           BLOCK CONTAINS 0 RECORDS.                                    00011160
                                                                        00011170
       01 FD-CBRANT.                                                    00011180
          05 FD-CBA-CHAVE.                                              00011190
             10 FD-CBA-AGENCIA    PIC X(04).                            00011200
             10 FD-CBA-CONTA      PIC X(04).                            00011210
          05 FD-CBA-MOVIMENTO  PIC X(30).                               00011220
          05 FD-CBA-VALORMOV   PIC X(10).                               00011230
                                                                        00011240
       FD BAIXAS                                                        00011250
           RECORDING MODE IS F                                          00011260
           BLOCK CONTAINS 0 RECORDS.                                    00011270
                                                                        00011280
       01 FD-BAIXAS.                                                    00011290
          05 FD-BAIXAS-CHAVE.                                           00011300
             10 FD-BAIXAS-AGENCIA   PIC X(04).                          00011310
             10 FD-BAIXAS-CONTA     PIC X(04).                          00011320
          05 FD-BAIXAS-NOME       PIC X(30).                            00011330
          05 FD-BAIXAS-MOVIMENTO  PIC X(30).                            00011340
          05 FD-BAIXAS-VALORMOV   PIC 9(08)V99.                         00011350
          05 FD-BAIXAS-TENTATIVAS PIC 9(02).                            00011360
          05 FD-BAIXAS-DATA-PROC  PIC 9(08).                            00011370
          05 FD-BAIXAS-NSEQ-RUN   PIC 9(03).                            00011380
                                                                        00011390
       FD FUNCVSAM.                                                     00011400
                                                                        00011410
       COPY '#FUNREG'.                                                  00011420
                                                                        00011430
       FD FUNCLINK                                                      00011440
           RECORDING MODE IS F                                          00011450
           BLOCK CONTAINS 0 RECORDS.                                    00011460
                                                                        00011470
       01 FD-FUNCLINK.                                                  00011480
          05 FD-LINK-ID        PIC 9(05).                               00011490
          05 FD-LINK-CHAVE.                                             00011500
             10 FD-LINK-AGENCIA   PIC X(04).                            00011510
             10 FD-LINK-CONTA     PIC X(04).                            00011520
                                                                        00011530
       FD RELTIT                                                        00011540
          RECORDING  MODE IS F.                                         00011550
                                                                        00011560
       01 FD-RELTIT          PIC X(132).                                00011570
      *-------------------------------------------------------------*   00011580
       WORKING-STORAGE                           SECTION.               00011590
      *-------------------------------------------------------------*   00011600
                                                                        00011610
      *-------------------------------------------------------------*   00011620
       01 FILLER PIC X(45) VALUE                                        00011630
              '------------------#GLOG----------------------'.          00011640
      *-------------------------------------------------------------*   00011650
                                                                        00011660
       COPY '#GLOG'.                                                    00011670
                                                                        00011680
      *-------------------------------------------------------------*   00011690
       01 FILLER PIC X(45) VALUE                                        00011700
              '-----------DADOS E FILE STATUS---------------'.          00011710
      *-------------------------------------------------------------*   00011720
       77 WRK-FS-CADVSAM    PIC 9(02).                                  00011730
       77 WRK-FS-CLIEVSAM   PIC 9(02).                                  00011740
       77 WRK-FS-MOVVSAM    PIC 9(02).                                  00011750
       77 WRK-FS-CBRANT     PIC 9(02).                                  00011760
       77 WRK-FS-BAIXAS     PIC 9(02).                                  00011770
       77 WRK-FS-FUNCVSAM   PIC 9(02).                                  00011780
       77 WRK-FS-FUNCLINK   PIC 9(02).                                  00011790
       77 WRK-FS-RELTIT     PIC 9(02).                                  00011800
       77 WRK-ERRORLOG      PIC X(08) VALUE 'ERRORLOG'.                 00011810
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.                      00011820
       77 WRK-SW-FIM        PIC X(01) VALUE 'N'.                        00011830
           88 WRK-FIM-LEITURA          VALUE 'S'.                       00011840
           88 WRK-TEM-LEITURA          VALUE 'N'.                       00011850
       77 WRK-SW-ACHOU      PIC X(01) VALUE 'N'.                        00011860
           88 WRK-CONTA-DO-TITULAR     VALUE 'S'.                       00011870
                                                                        00011880
      *----------------CARTAO SYSIN-------------------------------  *   00011890
       01 WRK-PARM-TITULAR.                                             00011900
          05 WRK-PRM-TIPO          PIC X(01).                           00011910
             88 WRK-PRM-DOCUMENTO          VALUE 'D'.                   00011920
             88 WRK-PRM-FUNCIONARIO        VALUE 'F'.                   00011930
          05 WRK-PRM-CHAVE         PIC X(14).                           00011940
          05 WRK-PRM-DOC REDEFINES WRK-PRM-CHAVE                        00011950
                                   PIC 9(14).                           00011960
          05 WRK-PRM-FUNC REDEFINES WRK-PRM-CHAVE.                      00011970
             10 WRK-PRM-FUNC-ID    PIC 9(05).                           00011980
             10 FILLER             PIC X(09).                           00011990
                                                                        00012000
      *----------------CONTAS DO TITULAR--------------------------  *   00012010
       77 WRK-CTA-QTDE      PIC 9(03) COMP VALUE ZEROS.                 00012020
       77 WRK-CTA-MAX       PIC 9(03) COMP VALUE 100.                   00012030
       77 WRK-CTA-IND       PIC 9(03) COMP VALUE ZEROS.                 00012040
       01 WRK-TABELA-CONTAS.                                            00012050
          05 WRK-TAB-CONTA OCCURS 100 TIMES INDEXED BY CTA-IDX.         00012060
             10 WRK-TCT-CHAVE      PIC X(08).                           00012070
       77 WRK-CHAVE-PROCURA PIC X(08) VALUE SPACES.                     00012080
                                                                        00012090
      *----------------TOTAIS POR ORIGEM--------------------------  *   00012100
       77 WRK-QT-CADASTRO   PIC 9(07) VALUE ZEROS.                      00012110
       77 WRK-QT-CLIENTES   PIC 9(07) VALUE ZEROS.                      00012120
       77 WRK-QT-MOVH       PIC 9(07) VALUE ZEROS.                      00012130
       77 WRK-QT-COBRANCA   PIC 9(07) VALUE ZEROS.                      00012140
       77 WRK-QT-BAIXAS     PIC 9(07) VALUE ZEROS.                      00012150
       77 WRK-QT-FUNCIONARIO PIC 9(07) VALUE ZEROS.                     00012160
       77 WRK-QT-VINCULOS   PIC 9(07) VALUE ZEROS.                      00012170
       77 WRK-QT-GERAL      PIC 9(07) VALUE ZEROS.                      00012180
                                                                        00012190
      *-------------------------------------------------------------*   00012200
       01 FILLER PIC X(45) VALUE                                        00012210
              '-----------LAYOUTS DE IMPRESSAO--------------'.          00012220
      *-------------------------------------------------------------*   00012230
       01 WRK-CABECALHO-TIT.                                            00012240
          05 FILLER               PIC X(46) VALUE                       00012250
                    'EXTRATO DO TITULAR - LGPD     - FR16LG02'.         00012260
          05 FILLER               PIC X(09) VALUE ' - DATA  '.          00012270
          05 WRK-CAB-DATA         PIC 9(08).                            00012280
          05 FILLER               PIC X(14) VALUE '   TITULAR:  '.      00012290
          05 WRK-CAB-TIPO         PIC X(01).                            00012300
          05 FILLER               PIC X(01) VALUE SPACES.               00012310
          05 WRK-CAB-CHAVE        PIC X(14).                            00012320
                                                                        00012330
       01 WRK-TITULO-TIT.                                               00012340
          05 WRK-TIT-TEXTO        PIC X(80).                            00012350
                                                                        00012360
       01 WRK-LIN-CAD1.                                                 00012370
          05 FILLER               PIC X(07) VALUE 'CONTA  '.            00012380
          05 WRK-LC1-AGENCIA      PIC X(04).                            00012390
          05 FILLER               PIC X(01) VALUE '/'.                  00012400
          05 WRK-LC1-CONTA        PIC X(04).                            00012410
          05 FILLER               PIC X(08) VALUE '  PESSOA'.           00012420
          05 WRK-LC1-TIPO         PIC X(02).                            00012430
          05 FILLER               PIC X(13) VALUE '  DOCUMENTO  '.      00012440
          05 WRK-LC1-DOCUMENTO    PIC 9(14).                            00012450
          05 FILLER               PIC X(06) VALUE '  SIT '.             00012460
          05 WRK-LC1-SITUACAO     PIC X(01).                            00012470
          05 FILLER               PIC X(12) VALUE '  INCLUSAO '.        00012480
          05 WRK-LC1-INCL         PIC 9(08).                            00012490
          05 FILLER               PIC X(13) VALUE '  ALTERACAO '.       00012500
          05 WRK-LC1-ALT          PIC 9(08).                            00012510
          05 FILLER               PIC X(12) VALUE '  OPERADOR '.        00012520
          05 WRK-LC1-OPERADOR     PIC X(08).                            00012530
                                                                        00012540
       01 WRK-LIN-CAD2.                                                 00012550
          05 FILLER               PIC X(17) VALUE                       00012560
                    '       ENDERECO: '.                                00012570
          05 WRK-LC2-LOGRADOURO   PIC X(40).                            00012580
          05 FILLER               PIC X(01) VALUE SPACES.               00012590
          05 WRK-LC2-NUMERO       PIC X(06).                            00012600
          05 FILLER               PIC X(01) VALUE SPACES.               00012610
          05 WRK-LC2-COMPLEMENTO  PIC X(20).                            00012620
          05 FILLER               PIC X(01) VALUE SPACES.               00012630
          05 WRK-LC2-BAIRRO       PIC X(25).                            00012640
                                                                        00012650
       01 WRK-LIN-CAD3.                                                 00012660
          05 FILLER               PIC X(17) VALUE                       00012670
                    '       CIDADE..: '.                                00012680
          05 WRK-LC3-CIDADE       PIC X(30).                            00012690
          05 FILLER               PIC X(01) VALUE '/'.                  00012700
          05 WRK-LC3-UF           PIC X(02).                            00012710
          05 FILLER               PIC X(06) VALUE '  CEP '.             00012720
          05 WRK-LC3-CEP          PIC 9(08).                            00012730
          05 FILLER               PIC X(08) VALUE '  FONE ('.           00012740
          05 WRK-LC3-DDD          PIC 9(02).                            00012750
          05 FILLER               PIC X(02) VALUE ') '.                 00012760
          05 WRK-LC3-FONE         PIC 9(09).                            00012770
                                                                        00012780
       01 WRK-LIN-CAD4.                                                 00012790
          05 FILLER               PIC X(17) VALUE                       00012800
                    '       E-MAIL..: '.                                00012810
          05 WRK-LC4-EMAIL        PIC X(60).                            00012820
                                                                        00012830
       01 WRK-LIN-CLIENTE.                                              00012840
          05 FILLER               PIC X(07) VALUE 'CONTA  '.            00012850
          05 WRK-LCL-AGENCIA      PIC X(04).                            00012860
          05 FILLER               PIC X(01) VALUE '/'.                  00012870
          05 WRK-LCL-CONTA        PIC X(04).                            00012880
          05 FILLER               PIC X(08) VALUE '  NOME  '.           00012890
          05 WRK-LCL-NOME         PIC X(30).                            00012900
          05 FILLER               PIC X(08) VALUE '  SALDO '.           00012910
          05 WRK-LCL-SALDO        PIC -ZZ.ZZZ.ZZ9,99.                   00012920
          05 FILLER               PIC X(09) VALUE '  LIMITE '.          00012930
          05 WRK-LCL-LIMITE       PIC ZZ.ZZZ.ZZ9,99.                    00012940
          05 FILLER               PIC X(12) VALUE '  SITUACAO '.        00012950
          05 WRK-LCL-SITUACAO     PIC X(01).                            00012960
          05 FILLER               PIC X(11) VALUE '  ULT.MOV '.         00012970
          05 WRK-LCL-ULT-MOV      PIC 9(08).                            00012980
                                                                        00012990
       01 WRK-LIN-MOVH.                                                 00013000
          05 FILLER               PIC X(07) VALUE 'CONTA  '.            00013010
          05 WRK-LMV-AGENCIA      PIC X(04).                            00013020
          05 FILLER               PIC X(01) VALUE '/'.                  00013030
          05 WRK-LMV-CONTA        PIC X(04).                            00013040
          05 FILLER               PIC X(02) VALUE SPACES.               00013050
          05 WRK-LMV-DATA         PIC 9(08).                            00013060
          05 FILLER               PIC X(01) VALUE SPACES.               00013070
          05 WRK-LMV-NSEQ         PIC 9(04).                            00013080
          05 FILLER               PIC X(02) VALUE SPACES.               00013090
          05 WRK-LMV-MOVIMENTO    PIC X(30).                            00013100
          05 FILLER               PIC X(02) VALUE SPACES.               00013110
          05 WRK-LMV-TIPOMOV      PIC X(01).                            00013120
          05 FILLER               PIC X(02) VALUE SPACES.               00013130
          05 WRK-LMV-VALOR        PIC ZZ.ZZZ.ZZ9,99.                    00013140
          05 FILLER               PIC X(08) VALUE '  SALDO '.           00013150
          05 WRK-LMV-SALDO        PIC -ZZ.ZZZ.ZZ9,99.                   00013160
                                                                        00013170
       01 WRK-LIN-COBRANCA.                                             00013180
          05 FILLER               PIC X(07) VALUE 'CONTA  '.            00013190
          05 WRK-LCB-AGENCIA      PIC X(04).                            00013200
          05 FILLER               PIC X(01) VALUE '/'.                  00013210
          05 WRK-LCB-CONTA        PIC X(04).                            00013220
          05 FILLER               PIC X(02) VALUE SPACES.               00013230
          05 WRK-LCB-MOVIMENTO    PIC X(30).                            00013240
          05 FILLER               PIC X(08) VALUE '  VALOR '.           00013250
          05 WRK-LCB-VALOR        PIC X(10).                            00013260
                                                                        00013270
       01 WRK-LIN-BAIXA.                                                00013280
          05 FILLER               PIC X(07) VALUE 'CONTA  '.            00013290
          05 WRK-LBX-AGENCIA      PIC X(04).                            00013300
          05 FILLER               PIC X(01) VALUE '/'.                  00013310
          05 WRK-LBX-CONTA        PIC X(04).                            00013320
          05 FILLER               PIC X(02) VALUE SPACES.               00013330
          05 WRK-LBX-NOME         PIC X(30).                            00013340
          05 FILLER               PIC X(02) VALUE SPACES.               00013350
          05 WRK-LBX-MOVIMENTO    PIC X(30).                            00013360
          05 FILLER               PIC X(02) VALUE SPACES.               00013370
          05 WRK-LBX-VALOR        PIC ZZ.ZZZ.ZZ9,99.                    00013380
          05 FILLER               PIC X(02) VALUE SPACES.               00013390
          05 WRK-LBX-TENTATIVAS   PIC Z9.                               00013400
          05 FILLER               PIC X(02) VALUE SPACES.               00013410
          05 WRK-LBX-DATA         PIC 9(08).                            00013420
                                                                        00013430
       01 WRK-LIN-FUNC.                                                 00013440
          05 FILLER               PIC X(07) VALUE 'ID     '.            00013450
          05 WRK-LFN-ID           PIC 9(05).                            00013460
          05 FILLER               PIC X(02) VALUE SPACES.               00013470
          05 WRK-LFN-NOME         PIC X(30).                            00013480
          05 FILLER               PIC X(08) VALUE '  SETOR '.           00013490
          05 WRK-LFN-SETOR        PIC X(04).                            00013500
          05 FILLER               PIC X(10) VALUE '  SALARIO '.         00013510
          05 WRK-LFN-SALARIO      PIC Z.ZZZ.ZZ9,99.                     00013520
          05 FILLER               PIC X(11) VALUE '  ADMISSAO '.        00013530
          05 WRK-LFN-DATAADM      PIC X(10).                            00013540
          05 FILLER               PIC X(02) VALUE SPACES.               00013550
          05 WRK-LFN-EMAIL        PIC X(40).                            00013560
                                                                        00013570
       01 WRK-LIN-VINCULO.                                              00013580
          05 FILLER               PIC X(07) VALUE 'ID     '.            00013590
          05 WRK-LVN-ID           PIC 9(05).                            00013600
          05 FILLER               PIC X(09) VALUE '  CONTA  '.          00013610
          05 WRK-LVN-AGENCIA      PIC X(04).                            00013620
          05 FILLER               PIC X(01) VALUE '/'.                  00013630
          05 WRK-LVN-CONTA        PIC X(04).                            00013640
                                                                        00013650
       01 WRK-TOTAL-TIT.                                                00013660
          05 WRK-TOT-TEXTO        PIC X(34).                            00013670
          05 WRK-TOT-QTDE         PIC ZZZ.ZZZ.ZZ9.                      00013680
                                                                        00013690
      *=============================================================*   00013700
       PROCEDURE                                 DIVISION.              00013710
      *=============================================================*   00013720
      ***************************************************************   00013730
      *          R O T I N A   P R I N C I P A L                    *   00013740
      ***************************************************************   00013750
      *--------------------------------------------------------------   00013760
       0000-PRINCIPAL                            SECTION.               00013770
      *--------------------------------------------------------------   00013780
             PERFORM 1000-INICIALIZAR.                                  00013790
             PERFORM 2000-PROCESSAR.                                    00013800
             PERFORM 3000-FINALIZAR.                                    00013810
             STOP RUN.                                                  00013820
      *--------------------------------------------------------------   00013830
       0000-99-FIM.                              EXIT.                  00013840
      *--------------------------------------------------------------   00013850
      ***************************************************************   00013860
      *             I N I C I A L I Z A R                           *   00013870
      ***************************************************************   00013880
      *--------------------------------------------------------------   00013890
       1000-INICIALIZAR                          SECTION.               00013900
      *--------------------------------------------------------------   00013910
             ACCEPT WRK-PARM-TITULAR FROM SYSIN.                        00013920
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                   00013930
             EVALUATE TRUE                                              00013940
              WHEN WRK-PRM-DOCUMENTO AND WRK-PRM-DOC NUMERIC            00013950
                   AND WRK-PRM-DOC NOT EQUAL ZEROS                      00013960
                CONTINUE                                                00013970
              WHEN WRK-PRM-FUNCIONARIO AND WRK-PRM-FUNC-ID NUMERIC      00013980
                   AND WRK-PRM-FUNC-ID NOT EQUAL ZEROS                  00013990
                CONTINUE                                                00014000
              WHEN OTHER                                                00014010
                MOVE 'FR16LG02'              TO WRK-PROGRAMA            00014020
                MOVE '1000'                  TO WRK-SECAO               00014030
                MOVE 'CARTAO SYSIN INVALIDO' TO WRK-MENSAGEM            00014040
                MOVE ZEROS                   TO WRK-STATUS              00014050
                PERFORM 6000-TRATA-ERROS                                00014060
             END-EVALUATE.                                              00014070
             OPEN INPUT  CADVSAM CLIEVSAM MOVVSAM CBRANT BAIXAS         00014080
                         FUNCVSAM FUNCLINK                              00014090
                  OUTPUT RELTIT.                                        00014100
             PERFORM 5100-TESTAR-STATUS.                                00014110
             MOVE WRK-DATA-HOJE TO WRK-CAB-DATA.                        00014120
             MOVE WRK-PRM-TIPO  TO WRK-CAB-TIPO.                        00014130
             MOVE WRK-PRM-CHAVE TO WRK-CAB-CHAVE.                       00014140
             WRITE FD-RELTIT FROM WRK-CABECALHO-TIT.                    00014150
      *--------------------------------------------------------------   00014160
       1000-99-FIM.                              EXIT.                  00014170
      *--------------------------------------------------------------   00014180
      ***************************************************************   00014190
      *               P R O C E S S A R                             *   00014200
      ***************************************************************   00014210
      * PRIMEIRO MONTA A TABELA DE CONTAS DO TITULAR; DEPOIS CADA   *   00014220
      * ORIGEM E LIDA UMA VEZ, LISTANDO O QUE FOR DESSAS CONTAS.    *   00014230
      *--------------------------------------------------------------   00014240
       2000-PROCESSAR                            SECTION.               00014250
      *--------------------------------------------------------------   00014260
            IF WRK-PRM-DOCUMENTO                                        00014270
              PERFORM 2100-CONTAS-DO-DOCUMENTO                          00014280
            ELSE                                                        00014290
              PERFORM 2200-DADOS-DO-FUNCIONARIO                         00014300
            END-IF.                                                     00014310
            PERFORM 2300-LISTAR-CLIENTES.                               00014320
            PERFORM 2400-LISTAR-MOVIMENTOS.                             00014330
            PERFORM 2500-LISTAR-COBRANCA.                               00014340
            PERFORM 2600-LISTAR-BAIXAS.                                 00014350
            IF WRK-PRM-DOCUMENTO                                        00014360
              PERFORM 2700-LISTAR-VINCULOS                              00014370
            END-IF.                                                     00014380
      *--------------------------------------------------------------   00014390
       2000-99-FIM.                              EXIT.                  00014400
      *--------------------------------------------------------------   00014410
      ***************************************************************   00014420
      *       C O N T A S   D O   D O C U M E N T O   (CADVSAM)     *   00014430
      ***************************************************************   00014440
      * O CADVSAM NAO TEM INDICE POR DOCUMENTO: LEITURA COMPLETA.   *   00014450
      * O CADASTRO ANONIMIZADO JA NAO TRAZ O DOCUMENTO.             *   00014460
      *--------------------------------------------------------------   00014470
       2100-CONTAS-DO-DOCUMENTO                  SECTION.               00014480
      *--------------------------------------------------------------   00014490
            MOVE 'CADASTRO DO TITULAR (CADVSAM)' TO WRK-TIT-TEXTO.      00014500
            PERFORM 5500-IMPRIMIR-TITULO.                               00014510
            MOVE 'N' TO WRK-SW-FIM.                                     00014520
            PERFORM 2150-LER-CADASTRO UNTIL WRK-FIM-LEITURA.            00014530
      *--------------------------------------------------------------   00014540
       2100-99-FIM.                              EXIT.                  00014550
      *--------------------------------------------------------------   00014560
      *--------------------------------------------------------------   00014570
       2150-LER-CADASTRO                         SECTION.               00014580
      *--------------------------------------------------------------   00014590
            READ CADVSAM NEXT RECORD                                    00014600
              AT END MOVE 'S' TO WRK-SW-FIM                             00014610
            END-READ.                                                   00014620
            IF WRK-TEM-LEITURA                                          00014630
              IF REG-CAD-DOCUMENTO EQUAL WRK-PRM-DOC                    00014640
                MOVE REG-CAD-CHAVE TO WRK-CHAVE-PROCURA                 00014650
                PERFORM 5600-GUARDAR-CONTA                              00014660
                PERFORM 5700-IMPRIMIR-CADASTRO                          00014670
              END-IF                                                    00014680
            END-IF.                                                     00014690
      *--------------------------------------------------------------   00014700
       2150-99-FIM.                              EXIT.                  00014710
      *--------------------------------------------------------------   00014720
      ***************************************************************   00014730
      *       D A D O S   D O   F U N C I O N A R I O               *   00014740
      ***************************************************************   00014750
      * O FUNCVSAM SO TRAZ OS ATIVOS (RECARGA NOTURNA DA IVAN.FUNC).*   00014760
      * AS CONTAS DO FUNCIONARIO SAO AS DO VINCULO NO FUNCLINK.     *   00014770
      *--------------------------------------------------------------   00014780
       2200-DADOS-DO-FUNCIONARIO                 SECTION.               00014790
      *--------------------------------------------------------------   00014800
            MOVE 'CADASTRO DO FUNCIONARIO (FUNCVSAM)' TO WRK-TIT-TEXTO. 00014810
            PERFORM 5500-IMPRIMIR-TITULO.                               00014820
            MOVE WRK-PRM-FUNC-ID TO REG-FUNC-ID.                        00014830
            READ FUNCVSAM                                               00014840
              INVALID KEY                                               00014850
                MOVE 'FUNCIONARIO NAO CONSTA (DESLIGADO)'               00014860
                                     TO WRK-TIT-TEXTO                   00014870
                PERFORM 5500-IMPRIMIR-TITULO                            00014880
              NOT INVALID KEY                                           00014890
                MOVE REG-FUNC-ID      TO WRK-LFN-ID                     00014900
                MOVE REG-FUNC-NOME    TO WRK-LFN-NOME                   00014910
                MOVE REG-FUNC-SETOR   TO WRK-LFN-SETOR                  00014920
                MOVE REG-FUNC-SALARIO TO WRK-LFN-SALARIO                00014930
                MOVE REG-FUNC-DATAADM TO WRK-LFN-DATAADM                00014940
                MOVE SPACES           TO WRK-LFN-EMAIL                  00014950
                IF REG-FUNC-COM-EMAIL                                   00014960
                  MOVE REG-FUNC-EMAIL TO WRK-LFN-EMAIL                  00014970
                END-IF                                                  00014980
                WRITE FD-RELTIT FROM WRK-LIN-FUNC                       00014990
                ADD 1 TO WRK-QT-FUNCIONARIO                             00015000
            END-READ.                                                   00015010
            MOVE 'VINCULOS COM CONTAS (FUNCLINK)' TO WRK-TIT-TEXTO.     00015020
            PERFORM 5500-IMPRIMIR-TITULO.                               00015030
            MOVE 'N' TO WRK-SW-FIM.                                     00015040
            PERFORM 2250-LER-VINCULO-FUNC UNTIL WRK-FIM-LEITURA.        00015050
            MOVE 'CADASTRO DAS CONTAS VINCULADAS (CADVSAM)'             00015060
                                      TO WRK-TIT-TEXTO.                 00015070
            PERFORM 5500-IMPRIMIR-TITULO.                               00015080
            MOVE 1 TO WRK-CTA-IND.                                      00015090
            PERFORM 2280-LER-CADASTRO-CONTA                             00015100
               UNTIL WRK-CTA-IND GREATER WRK-CTA-QTDE.                  00015110
      *--------------------------------------------------------------   00015120
       2200-99-FIM.                              EXIT.                  00015130
      *--------------------------------------------------------------   00015140
      *--------------------------------------------------------------   00015150
       2250-LER-VINCULO-FUNC                     SECTION.               00015160
      *--------------------------------------------------------------   00015170
            READ FUNCLINK                                               00015180
              AT END MOVE 'S' TO WRK-SW-FIM                             00015190
            END-READ.                                                   00015200
            IF WRK-TEM-LEITURA                                          00015210
              IF FD-LINK-ID EQUAL WRK-PRM-FUNC-ID                       00015220
                MOVE FD-LINK-CHAVE TO WRK-CHAVE-PROCURA                 00015230
                PERFORM 5600-GUARDAR-CONTA                              00015240
                PERFORM 5800-IMPRIMIR-VINCULO                           00015250
              END-IF                                                    00015260
            END-IF.                                                     00015270
      *--------------------------------------------------------------   00015280
       2250-99-FIM.                              EXIT.                  00015290
      *--------------------------------------------------------------   00015300
      *--------------------------------------------------------------   00015310
       2280-LER-CADASTRO-CONTA                   SECTION.               00015320
      *--------------------------------------------------------------   00015330
            SET CTA-IDX TO WRK-CTA-IND.                                 00015340
            MOVE WRK-TCT-CHAVE (CTA-IDX) TO REG-CAD-CHAVE.              00015350
            READ CADVSAM                                                00015360
              INVALID KEY                                               00015370
                CONTINUE                                                00015380
              NOT INVALID KEY                                           00015390
                PERFORM 5700-IMPRIMIR-CADASTRO                          00015400
            END-READ.                                                   00015410
            ADD 1 TO WRK-CTA-IND.                                       00015420
      *--------------------------------------------------------------   00015430
       2280-99-FIM.                              EXIT.                  00015440
      *--------------------------------------------------------------   00015450
      ***************************************************************   00015460
      *       L I S T A R   C L I E N T E S   (CLIEVSAM)            *   00015470
      ***************************************************************   00015480
      * CONTA ENCERRADA JA NAO ESTA NO CLIEVSAM; NADA E LISTADO.    *   00015490
      *--------------------------------------------------------------   00015500
       2300-LISTAR-CLIENTES                      SECTION.               00015510
      *--------------------------------------------------------------   00015520
            MOVE 'CONTAS CORRENTES (CLIEVSAM)' TO WRK-TIT-TEXTO.        00015530
            PERFORM 5500-IMPRIMIR-TITULO.                               00015540
            MOVE 1 TO WRK-CTA-IND.                                      00015550
            PERFORM 2350-LER-CLIENTE                                    00015560
               UNTIL WRK-CTA-IND GREATER WRK-CTA-QTDE.                  00015570
      *--------------------------------------------------------------   00015580
       2300-99-FIM.                              EXIT.                  00015590
      *--------------------------------------------------------------   00015600
      *--------------------------------------------------------------   00015610
       2350-LER-CLIENTE                          SECTION.               00015620
      *--------------------------------------------------------------   00015630
            SET CTA-IDX TO WRK-CTA-IND.                                 00015640
            MOVE WRK-TCT-CHAVE (CTA-IDX) TO REG-CLIENTES-CHAVE.         00015650
            READ CLIEVSAM                                               00015660
              INVALID KEY                                               00015670
                CONTINUE                                                00015680
              NOT INVALID KEY                                           00015690
                MOVE REG-CLIENTES-AGENCIA   TO WRK-LCL-AGENCIA          00015700
                MOVE REG-CLIENTES-CONTA     TO WRK-LCL-CONTA            00015710
                MOVE REG-CLIENTES-NOME      TO WRK-LCL-NOME             00015720
                MOVE REG-CLIENTES-SALDO     TO WRK-LCL-SALDO            00015730
                MOVE REG-CLIENTES-LIMITE    TO WRK-LCL-LIMITE           00015740
                MOVE REG-CLIENTES-SITUACAO  TO WRK-LCL-SITUACAO         00015750
                MOVE REG-CLIENTES-DATA-ULT-MOV TO WRK-LCL-ULT-MOV       00015760
                WRITE FD-RELTIT FROM WRK-LIN-CLIENTE                    00015770
                ADD 1 TO WRK-QT-CLIENTES                                00015780
            END-READ.                                                   00015790
            ADD 1 TO WRK-CTA-IND.                                       00015800
      *--------------------------------------------------------------   00015810
       2350-99-FIM.                              EXIT.                  00015820
      *--------------------------------------------------------------   00015830
      ***************************************************************   00015840
      *       L I S T A R   M O V I M E N T O S   (MOVVSAM)         *   00015850
      ***************************************************************   00015860
      *--------------------------------------------------------------   00015870
       2400-LISTAR-MOVIMENTOS                    SECTION.               00015880
      *--------------------------------------------------------------   00015890
            MOVE 'HISTORICO DE MOVIMENTOS (MOVVSAM)' TO WRK-TIT-TEXTO.  00015900
            PERFORM 5500-IMPRIMIR-TITULO.                               00015910
            MOVE 1 TO WRK-CTA-IND.                                      00015920
            PERFORM 2420-MOVIMENTOS-DA-CONTA                            00015930
               UNTIL WRK-CTA-IND GREATER WRK-CTA-QTDE.                  00015940
      *--------------------------------------------------------------   00015950
       2400-99-FIM.                              EXIT.                  00015960
      *--------------------------------------------------------------   00015970
      *--------------------------------------------------------------   00015980
       2420-MOVIMENTOS-DA-CONTA                  SECTION.               00015990
      *--------------------------------------------------------------   00016000
            SET CTA-IDX TO WRK-CTA-IND.                                 00016010
            MOVE WRK-TCT-CHAVE (CTA-IDX) TO WRK-CHAVE-PROCURA.          00016020
            MOVE WRK-CHAVE-PROCURA (1:4) TO REG-MOVH-AGENCIA.           00016030
            MOVE WRK-CHAVE-PROCURA (5:4) TO REG-MOVH-CONTA.             00016040
            MOVE ZEROS TO REG-MOVH-DATA REG-MOVH-NSEQ.                  00016050
            MOVE 'N'   TO WRK-SW-FIM.                                   00016060
            START MOVVSAM KEY NOT LESS REG-MOVH-CHAVE                   00016070
              INVALID KEY                                               00016080
                MOVE 'S' TO WRK-SW-FIM                                  00016090
            END-START.                                                  00016100
            PERFORM 2450-LER-MOVIMENTO UNTIL WRK-FIM-LEITURA.           00016110
            ADD 1 TO WRK-CTA-IND.                                       00016120
      *--------------------------------------------------------------   00016130
       2420-99-FIM.                              EXIT.                  00016140
      *--------------------------------------------------------------   00016150
      *--------------------------------------------------------------   00016160
       2450-LER-MOVIMENTO                        SECTION.               00016170
      *--------------------------------------------------------------   00016180
            READ MOVVSAM NEXT RECORD                                    00016190
              AT END MOVE 'S' TO WRK-SW-FIM                             00016200
            END-READ.                                                   00016210
            IF WRK-TEM-LEITURA                                          00016220
              IF REG-MOVH-AGENCIA EQUAL WRK-CHAVE-PROCURA (1:4) AND     00016230
                 REG-MOVH-CONTA   EQUAL WRK-CHAVE-PROCURA (5:4)         00016240
                MOVE REG-MOVH-AGENCIA    TO WRK-LMV-AGENCIA             00016250
                MOVE REG-MOVH-CONTA      TO WRK-LMV-CONTA               00016260
                MOVE REG-MOVH-DATA       TO WRK-LMV-DATA                00016270
                MOVE REG-MOVH-NSEQ       TO WRK-LMV-NSEQ                00016280
                MOVE REG-MOVH-MOVIMENTO  TO WRK-LMV-MOVIMENTO           00016290
                MOVE REG-MOVH-TIPOMOV    TO WRK-LMV-TIPOMOV             00016300
                MOVE REG-MOVH-VALORMOV   TO WRK-LMV-VALOR               00016310
                MOVE REG-MOVH-SALDO-APOS TO WRK-LMV-SALDO               00016320
                WRITE FD-RELTIT FROM WRK-LIN-MOVH                       00016330
                ADD 1 TO WRK-QT-MOVH                                    00016340
              ELSE                                                      00016350
                MOVE 'S' TO WRK-SW-FIM                                  00016360
              END-IF                                                    00016370
            END-IF.                                                     00016380
      *--------------------------------------------------------------   00016390
       2450-99-FIM.                              EXIT.                  00016400
      *--------------------------------------------------------------   00016410
      ***************************************************************   00016420
      *       L I S T A R   C O B R A N C A   (CBRANT)              *   00016430
      ***************************************************************   00016440
      *--------------------------------------------------------------   00016450
       2500-LISTAR-COBRANCA                      SECTION.               00016460
      *--------------------------------------------------------------   00016470
            MOVE 'DEBITOS EM COBRANCA (CBRCTL)' TO WRK-TIT-TEXTO.       00016480
            PERFORM 5500-IMPRIMIR-TITULO.                               00016490
            MOVE 'N' TO WRK-SW-FIM.                                     00016500
            PERFORM 2550-LER-COBRANCA UNTIL WRK-FIM-LEITURA.            00016510
      *--------------------------------------------------------------   00016520
       2500-99-FIM.                              EXIT.                  00016530
      *--------------------------------------------------------------   00016540
      *--------------------------------------------------------------   00016550
       2550-LER-COBRANCA                         SECTION.               00016560
      *--------------------------------------------------------------   00016570
            READ CBRANT                                                 00016580
              AT END MOVE 'S' TO WRK-SW-FIM                             00016590
            END-READ.                                                   00016600
            IF WRK-TEM-LEITURA                                          00016610
              MOVE FD-CBA-CHAVE TO WRK-CHAVE-PROCURA                    00016620
              PERFORM 5650-PROCURAR-CONTA                               00016630
              IF WRK-CONTA-DO-TITULAR                                   00016640
                MOVE FD-CBA-AGENCIA   TO WRK-LCB-AGENCIA                00016650
                MOVE FD-CBA-CONTA     TO WRK-LCB-CONTA                  00016660
                MOVE FD-CBA-MOVIMENTO TO WRK-LCB-MOVIMENTO              00016670
                MOVE FD-CBA-VALORMOV  TO WRK-LCB-VALOR                  00016680
                WRITE FD-RELTIT FROM WRK-LIN-COBRANCA                   00016690
                ADD 1 TO WRK-QT-COBRANCA                                00016700
              END-IF                                                    00016710
            END-IF.                                                     00016720
      *--------------------------------------------------------------   00016730
       2550-99-FIM.                              EXIT.                  00016740
      *--------------------------------------------------------------   00016750
      ***************************************************************   00016760
      *       L I S T A R   B A I X A S   (TODAS AS GERACOES)       *   00016770
      ***************************************************************   00016780
      *--------------------------------------------------------------   00016790
       2600-LISTAR-BAIXAS                        SECTION.               00016800
      *--------------------------------------------------------------   00016810
            MOVE 'BAIXAS POR FALTA DE SALDO (BAIXAS)' TO WRK-TIT-TEXTO. 00016820
            PERFORM 5500-IMPRIMIR-TITULO.                               00016830
            MOVE 'N' TO WRK-SW-FIM.                                     00016840
            PERFORM 2650-LER-BAIXA UNTIL WRK-FIM-LEITURA.               00016850
      *--------------------------------------------------------------   00016860
       2600-99-FIM.                              EXIT.                  00016870
      *--------------------------------------------------------------   00016880
      *--------------------------------------------------------------   00016890
       2650-LER-BAIXA                            SECTION.               00016900
      *--------------------------------------------------------------   00016910
            READ BAIXAS                                                 00016920
              AT END MOVE 'S' TO WRK-SW-FIM                             00016930
            END-READ.                                                   00016940
            IF WRK-TEM-LEITURA                                          00016950
              MOVE FD-BAIXAS-CHAVE TO WRK-CHAVE-PROCURA                 00016960
              PERFORM 5650-PROCURAR-CONTA                               00016970
              IF WRK-CONTA-DO-TITULAR                                   00016980
                MOVE FD-BAIXAS-AGENCIA    TO WRK-LBX-AGENCIA            00016990
                MOVE FD-BAIXAS-CONTA      TO WRK-LBX-CONTA              00017000
                MOVE FD-BAIXAS-NOME       TO WRK-LBX-NOME               00017010
                MOVE FD-BAIXAS-MOVIMENTO  TO WRK-LBX-MOVIMENTO          00017020
                MOVE FD-BAIXAS-VALORMOV   TO WRK-LBX-VALOR              00017030
                MOVE FD-BAIXAS-TENTATIVAS TO WRK-LBX-TENTATIVAS         00017040
                MOVE FD-BAIXAS-DATA-PROC  TO WRK-LBX-DATA               00017050
                WRITE FD-RELTIT FROM WRK-LIN-BAIXA                      00017060
                ADD 1 TO WRK-QT-BAIXAS                                  00017070
              END-IF                                                    00017080
            END-IF.                                                     00017090
      *--------------------------------------------------------------   00017100
       2650-99-FIM.                              EXIT.                  00017110
      *--------------------------------------------------------------   00017120
      ***************************************************************   00017130
      *       L I S T A R   V I N C U L O S   (FUNCLINK)            *   00017140
      ***************************************************************   00017150
      *--------------------------------------------------------------   00017160
       2700-LISTAR-VINCULOS                      SECTION.               00017170
      *--------------------------------------------------------------   00017180
            MOVE 'VINCULOS COM FUNCIONARIOS (FUNCLINK)'                 00017190
                                      TO WRK-TIT-TEXTO.                 00017200
            PERFORM 5500-IMPRIMIR-TITULO.                               00017210
            MOVE 'N' TO WRK-SW-FIM.                                     00017220
            PERFORM 2750-LER-VINCULO-CONTA UNTIL WRK-FIM-LEITURA.       00017230
      *--------------------------------------------------------------   00017240
       2700-99-FIM.                              EXIT.                  00017250
      *--------------------------------------------------------------   00017260
      *--------------------------------------------------------------   00017270
       2750-LER-VINCULO-CONTA                    SECTION.               00017280
      *--------------------------------------------------------------   00017290
            READ FUNCLINK                                               00017300
              AT END MOVE 'S' TO WRK-SW-FIM                             00017310
            END-READ.                                                   00017320
            IF WRK-TEM-LEITURA                                          00017330
              MOVE FD-LINK-CHAVE TO WRK-CHAVE-PROCURA                   00017340
              PERFORM 5650-PROCURAR-CONTA                               00017350
              IF WRK-CONTA-DO-TITULAR                                   00017360
                PERFORM 5800-IMPRIMIR-VINCULO                           00017370
              END-IF                                                    00017380
            END-IF.                                                     00017390
      *--------------------------------------------------------------   00017400
       2750-99-FIM.                              EXIT.                  00017410
      *--------------------------------------------------------------   00017420
      ***************************************************************   00017430
      *               F I N A L I Z A R                             *   00017440
      ***************************************************************   00017450
      *--------------------------------------------------------------   00017460
       3000-FINALIZAR                            SECTION.               00017470
      *--------------------------------------------------------------   00017480
            COMPUTE WRK-QT-GERAL = WRK-QT-CADASTRO + WRK-QT-CLIENTES    00017490
                                 + WRK-QT-MOVH     + WRK-QT-COBRANCA    00017500
                                 + WRK-QT-BAIXAS   + WRK-QT-FUNCIONARIO 00017510
                                 + WRK-QT-VINCULOS.                     00017520
            MOVE SPACES TO FD-RELTIT.                                   00017530
            WRITE FD-RELTIT.                                            00017540
            MOVE 'CADASTROS (CADVSAM).............:' TO WRK-TOT-TEXTO.  00017550
            MOVE WRK-QT-CADASTRO    TO WRK-TOT-QTDE.                    00017560
            WRITE FD-RELTIT FROM WRK-TOTAL-TIT.                         00017570
            MOVE 'CONTAS CORRENTES (CLIEVSAM).....:' TO WRK-TOT-TEXTO.  00017580
            MOVE WRK-QT-CLIENTES    TO WRK-TOT-QTDE.                    00017590
            WRITE FD-RELTIT FROM WRK-TOTAL-TIT.                         00017600
            MOVE 'MOVIMENTOS (MOVVSAM)............:' TO WRK-TOT-TEXTO.  00017610
            MOVE WRK-QT-MOVH        TO WRK-TOT-QTDE.                    00017620
            WRITE FD-RELTIT FROM WRK-TOTAL-TIT.                         00017630
            MOVE 'DEBITOS EM COBRANCA (CBRCTL)....:' TO WRK-TOT-TEXTO.  00017640
            MOVE WRK-QT-COBRANCA    TO WRK-TOT-QTDE.                    00017650
            WRITE FD-RELTIT FROM WRK-TOTAL-TIT.                         00017660
            MOVE 'BAIXAS (BAIXAS).................:' TO WRK-TOT-TEXTO.  00017670
            MOVE WRK-QT-BAIXAS      TO WRK-TOT-QTDE.                    00017680
            WRITE FD-RELTIT FROM WRK-TOTAL-TIT.                         00017690
            MOVE 'FUNCIONARIO (FUNCVSAM)..........:' TO WRK-TOT-TEXTO.  00017700
            MOVE WRK-QT-FUNCIONARIO TO WRK-TOT-QTDE.                    00017710
            WRITE FD-RELTIT FROM WRK-TOTAL-TIT.                         00017720
            MOVE 'VINCULOS (FUNCLINK).............:' TO WRK-TOT-TEXTO.  00017730
            MOVE WRK-QT-VINCULOS    TO WRK-TOT-QTDE.                    00017740
            WRITE FD-RELTIT FROM WRK-TOTAL-TIT.                         00017750
            MOVE 'TOTAL DE REGISTROS DO TITULAR...:' TO WRK-TOT-TEXTO.  00017760
            MOVE WRK-QT-GERAL       TO WRK-TOT-QTDE.                    00017770
            WRITE FD-RELTIT FROM WRK-TOTAL-TIT.                         00017780
            CLOSE CADVSAM CLIEVSAM MOVVSAM CBRANT BAIXAS                00017790
                  FUNCVSAM FUNCLINK RELTIT.                             00017800
            DISPLAY 'TITULAR: ' WRK-PRM-TIPO ' ' WRK-PRM-CHAVE.         00017810
            DISPLAY 'CONTAS DO TITULAR     : ' WRK-CTA-QTDE.            00017820
            DISPLAY 'REGISTROS ENCONTRADOS : ' WRK-QT-GERAL.            00017830
            IF WRK-QT-GERAL EQUAL ZEROS                                 00017840
              MOVE 4 TO RETURN-CODE                                     00017850
            END-IF.                                                     00017860
            DISPLAY '-----FIM DE PROCESSAMENTO----'.                    00017870
      *--------------------------------------------------------------   00017880
       3000-99-FIM.                              EXIT.                  00017890
      *--------------------------------------------------------------   00017900
      ***************************************************************   00017910
      *         T E S T A R   S T A T U S                           *   00017920
      ***************************************************************   00017930
      *--------------------------------------------------------------   00017940
       5100-TESTAR-STATUS                        SECTION.               00017950
      *--------------------------------------------------------------   00017960
            EVALUATE TRUE                                               00017970
             WHEN WRK-FS-CADVSAM NOT EQUAL 0                            00017980
               MOVE 'FR16LG02'              TO WRK-PROGRAMA             00017990
               MOVE '5100'                  TO WRK-SECAO                00018000
               MOVE 'ERRO NO OPEN CADVSAM'  TO WRK-MENSAGEM             00018010
               MOVE WRK-FS-CADVSAM          TO WRK-STATUS               00018020
                 PERFORM 6000-TRATA-ERROS                               00018030
             WHEN WRK-FS-CLIEVSAM NOT EQUAL 0                           00018040
               MOVE 'FR16LG02'              TO WRK-PROGRAMA             00018050
               MOVE '5100'                  TO WRK-SECAO                00018060
               MOVE 'ERRO NO OPEN CLIEVSAM' TO WRK-MENSAGEM             00018070
               MOVE WRK-FS-CLIEVSAM         TO WRK-STATUS               00018080
                 PERFORM 6000-TRATA-ERROS                               00018090
             WHEN WRK-FS-MOVVSAM NOT EQUAL 0                            00018100
               MOVE 'FR16LG02'              TO WRK-PROGRAMA             00018110
               MOVE '5100'                  TO WRK-SECAO                00018120
               MOVE 'ERRO NO OPEN MOVVSAM'  TO WRK-MENSAGEM             00018130
               MOVE WRK-FS-MOVVSAM          TO WRK-STATUS               00018140
                 PERFORM 6000-TRATA-ERROS                               00018150
             WHEN WRK-FS-CBRANT NOT EQUAL 0                             00018160
               MOVE 'FR16LG02'              TO WRK-PROGRAMA             00018170
               MOVE '5100'                  TO WRK-SECAO                00018180
               MOVE 'ERRO NO OPEN CBRANT'   TO WRK-MENSAGEM             00018190
               MOVE WRK-FS-CBRANT           TO WRK-STATUS               00018200
                 PERFORM 6000-TRATA-ERROS                               00018210
             WHEN WRK-FS-BAIXAS NOT EQUAL 0                             00018220
               MOVE 'FR16LG02'              TO WRK-PROGRAMA             00018230
               MOVE '5100'                  TO WRK-SECAO                00018240
               MOVE 'ERRO NO OPEN BAIXAS'   TO WRK-MENSAGEM             00018250
               MOVE WRK-FS-BAIXAS           TO WRK-STATUS               00018260
                 PERFORM 6000-TRATA-ERROS                               00018270
             WHEN WRK-FS-FUNCVSAM NOT EQUAL 0                           00018280
               MOVE 'FR16LG02'              TO WRK-PROGRAMA             00018290
               MOVE '5100'                  TO WRK-SECAO                00018300
               MOVE 'ERRO NO OPEN FUNCVSAM' TO WRK-MENSAGEM             00018310
               MOVE WRK-FS-FUNCVSAM         TO WRK-STATUS               00018320
                 PERFORM 6000-TRATA-ERROS                               00018330
             WHEN WRK-FS-FUNCLINK NOT EQUAL 0                           00018340
               MOVE 'FR16LG02'              TO WRK-PROGRAMA             00018350
               MOVE '5100'                  TO WRK-SECAO                00018360
               MOVE 'ERRO NO OPEN FUNCLINK' TO WRK-MENSAGEM             00018370
               MOVE WRK-FS-FUNCLINK         TO WRK-STATUS               00018380
                 PERFORM 6000-TRATA-ERROS                               00018390
             WHEN WRK-FS-RELTIT NOT EQUAL 0                             00018400
               MOVE 'FR16LG02'              TO WRK-PROGRAMA             00018410
               MOVE '5100'                  TO WRK-SECAO                00018420
               MOVE 'ERRO NO OPEN RELTIT'   TO WRK-MENSAGEM             00018430
               MOVE WRK-FS-RELTIT           TO WRK-STATUS               00018440
                 PERFORM 6000-TRATA-ERROS                               00018450
            END-EVALUATE.                                               00018460
      *--------------------------------------------------------------   00018470
       5100-99-FIM.                              EXIT.                  00018480
      *--------------------------------------------------------------   00018490
      *--------------------------------------------------------------   00018500
       5500-IMPRIMIR-TITULO                      SECTION.               00018510
      *--------------------------------------------------------------   00018520
            MOVE SPACES TO FD-RELTIT.                                   00018530
            WRITE FD-RELTIT.                                            00018540
            WRITE FD-RELTIT FROM WRK-TITULO-TIT.                        00018550
      *--------------------------------------------------------------   00018560
       5500-99-FIM.                              EXIT.                  00018570
      *--------------------------------------------------------------   00018580
      ***************************************************************   00018590
      *       G U A R D A R   /   P R O C U R A R   C O N T A       *   00018600
      ***************************************************************   00018610
      *--------------------------------------------------------------   00018620
       5600-GUARDAR-CONTA                        SECTION.               00018630
      *--------------------------------------------------------------   00018640
            PERFORM 5650-PROCURAR-CONTA.                                00018650
            IF NOT WRK-CONTA-DO-TITULAR                                 00018660
              IF WRK-CTA-QTDE NOT LESS WRK-CTA-MAX                      00018670
                MOVE 'FR16LG02'            TO WRK-PROGRAMA              00018680
                MOVE '5600'                TO WRK-SECAO                 00018690
                MOVE 'TABELA DE CONTAS EXCEDE O LIMITE'                 00018700
                                           TO WRK-MENSAGEM              00018710
                MOVE ZEROS                 TO WRK-STATUS                00018720
                PERFORM 6000-TRATA-ERROS                                00018730
              END-IF                                                    00018740
              ADD 1 TO WRK-CTA-QTDE                                     00018750
              SET CTA-IDX TO WRK-CTA-QTDE                               00018760
              MOVE WRK-CHAVE-PROCURA TO WRK-TCT-CHAVE (CTA-IDX)         00018770
            END-IF.                                                     00018780
      *--------------------------------------------------------------   00018790
       5600-99-FIM.                              EXIT.                  00018800
      *--------------------------------------------------------------   00018810
      *--------------------------------------------------------------   00018820
       5650-PROCURAR-CONTA                       SECTION.               00018830
      *--------------------------------------------------------------   00018840
            MOVE 'N' TO WRK-SW-ACHOU.                                   00018850
            MOVE 1   TO WRK-CTA-IND.                                    00018860
            PERFORM 5660-TESTAR-CONTA                                   00018870
               UNTIL WRK-CONTA-DO-TITULAR                               00018880
                  OR WRK-CTA-IND GREATER WRK-CTA-QTDE.                  00018890
      *--------------------------------------------------------------   00018900
       5650-99-FIM.                              EXIT.                  00018910
      *--------------------------------------------------------------   00018920
      *--------------------------------------------------------------   00018930
       5660-TESTAR-CONTA                         SECTION.               00018940
      *--------------------------------------------------------------   00018950
            SET CTA-IDX TO WRK-CTA-IND.                                 00018960
            IF WRK-TCT-CHAVE (CTA-IDX) EQUAL WRK-CHAVE-PROCURA          00018970
              MOVE 'S' TO WRK-SW-ACHOU                                  00018980
            ELSE                                                        00018990
              ADD 1 TO WRK-CTA-IND                                      00019000
            END-IF.                                                     00019010
      *--------------------------------------------------------------   00019020
       5660-99-FIM.                              EXIT.                  00019030
      *--------------------------------------------------------------   00019040
      ***************************************************************   00019050
      *       I M P R I M I R   C A D A S T R O   (#CADREG)         *   00019060
      ***************************************************************   00019070
      *--------------------------------------------------------------   00019080
       5700-IMPRIMIR-CADASTRO                    SECTION.               00019090
      *--------------------------------------------------------------   00019100
            MOVE REG-CAD-AGENCIA     TO WRK-LC1-AGENCIA.                00019110
            MOVE REG-CAD-CONTA       TO WRK-LC1-CONTA.                  00019120
            MOVE REG-CAD-TIPO-PESSOA TO WRK-LC1-TIPO.                   00019130
            MOVE REG-CAD-DOCUMENTO   TO WRK-LC1-DOCUMENTO.              00019140
            MOVE REG-CAD-SITUACAO    TO WRK-LC1-SITUACAO.               00019150
            MOVE REG-CAD-DATA-INCL   TO WRK-LC1-INCL.                   00019160
            MOVE REG-CAD-DATA-ALT    TO WRK-LC1-ALT.                    00019170
            MOVE REG-CAD-OPERADOR    TO WRK-LC1-OPERADOR.               00019180
            WRITE FD-RELTIT FROM WRK-LIN-CAD1.                          00019190
            MOVE REG-CAD-LOGRADOURO  TO WRK-LC2-LOGRADOURO.             00019200
            MOVE REG-CAD-NUMERO      TO WRK-LC2-NUMERO.                 00019210
            MOVE REG-CAD-COMPLEMENTO TO WRK-LC2-COMPLEMENTO.            00019220
            MOVE REG-CAD-BAIRRO      TO WRK-LC2-BAIRRO.                 00019230
            WRITE FD-RELTIT FROM WRK-LIN-CAD2.                          00019240
            MOVE REG-CAD-CIDADE      TO WRK-LC3-CIDADE.                 00019250
            MOVE REG-CAD-UF          TO WRK-LC3-UF.                     00019260
            MOVE REG-CAD-CEP         TO WRK-LC3-CEP.                    00019270
            MOVE REG-CAD-DDD         TO WRK-LC3-DDD.                    00019280
            MOVE REG-CAD-FONE        TO WRK-LC3-FONE.                   00019290
            WRITE FD-RELTIT FROM WRK-LIN-CAD3.                          00019300
            MOVE REG-CAD-EMAIL       TO WRK-LC4-EMAIL.                  00019310
            WRITE FD-RELTIT FROM WRK-LIN-CAD4.                          00019320
            ADD 1 TO WRK-QT-CADASTRO.                                   00019330
      *--------------------------------------------------------------   00019340
       5700-99-FIM.                              EXIT.                  00019350
      *--------------------------------------------------------------   00019360
      *--------------------------------------------------------------   00019370
       5800-IMPRIMIR-VINCULO                     SECTION.               00019380
      *--------------------------------------------------------------   00019390
            MOVE FD-LINK-ID      TO WRK-LVN-ID.                         00019400
            MOVE FD-LINK-AGENCIA TO WRK-LVN-AGENCIA.                    00019410
            MOVE FD-LINK-CONTA   TO WRK-LVN-CONTA.                      00019420
            WRITE FD-RELTIT FROM WRK-LIN-VINCULO.                       00019430
            ADD 1 TO WRK-QT-VINCULOS.                                   00019440
      *--------------------------------------------------------------   00019450
       5800-99-FIM.                              EXIT.                  00019460
      *--------------------------------------------------------------   00019470
      ***************************************************************   00019480
      *          T R A T A   E R R O S                              *   00019490
      ***************************************************************   00019500
      *--------------------------------------------------------------   00019510
       6000-TRATA-ERROS                          SECTION.               00019520
      *--------------------------------------------------------------   00019530
            CALL WRK-ERRORLOG USING WRK-DADOS.                          00019540
            MOVE 8 TO RETURN-CODE.                                      00019550
            GOBACK.                                                     00019560
      *--------------------------------------------------------------   00019570
       6000-99-FIM.                              EXIT.                  00019580
      *--------------------------------------------------------------   00019590
