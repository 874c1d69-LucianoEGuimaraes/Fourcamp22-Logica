      * EMPRESA.......: FOURSYS                                     *   00010120
      * INSTRUTOR.....: IVAN SANCHES                                *   00010130
      *-------------------------------------------------------------*   00010140
      * OBJETIVO......: FOLHA DE PAGAMENTO MENSAL: LE A TABELA DB2  *   00900500
      *                 IVAN.FUNC E O ARQUIVO DE VINCULO FUNCLINK   *   00900510
      *                 (ID DO FUNCIONARIO -> AGENCIA+CONTA NO      *   00900520
      *                 MESTRE CLIENTES), CALCULA O INSS E O IRRF   *   00900530
      *                 DE CADA FUNCIONARIO PELAS TABELAS DE FAIXAS *   00900540
      *                 VIGENTES NA COMPETENCIA (TABFOLHA,          *   00900550
      *                 #TABFOL), COM OS DEPENDENTES DO FUNCDEP, E  *   00900560
      *                 GERA UM CREDITO DO SALARIO LIQUIDO POR      *   00900570
      *                 FUNCIONARIO NO LAYOUT PADRAO DO MOV0106     *   00900580
      *                 (MOVFOLHA), DO MESMO JEITO QUE O FR16EX06   *   00900590
      *                 GRAVA O MOVGER: NA NOITE DE PAGAMENTO A     *   00900600
      *                 GERACAO (0) DO MOVFOLHA E CONCATENADA NO DD *   00900610
      *                 MOVENTRA DO STEP015 DO BATNOITE E O         *   00900620
      *                 FR16EX04 LANCA OS SALARIOS COMO QUALQUER    *   00900630
      *                 OUTRO MOVIMENTO. IMPRIME O HOLERITE DE CADA *   00900640
      *                 FUNCIONARIO PAGO (RELHOLER), O RESUMO DE    *   00900650
      *                 RETENCOES POR SETOR PARA A DECLARACAO DOS   *   00900660
      *                 IMPOSTOS (RELRETEN) E ATUALIZA O ACUMULADO  *   00900670
      *                 ANUAL POR FUNCIONARIO (ACMANT -> ACMNOVO,   *   00900680
      *                 #FOLACM) DO INFORME DE RENDIMENTOS. O       *   00900690
      *                 RELATORIO DE CONTROLE (RELFOLHA) LISTA      *   00900700
      *                 FUNCIONARIO PAGO, FUNCIONARIO SEM VINCULO   *   00900710
      *                 DE CONTA E VINCULO SEM FUNCIONARIO NA       *   00900720
      *                 TABELA (DESLIGADO), COM OS TOTAIS DA FOLHA. *   00900730
      *                 SYSIN: COMPETENCIA AAAAMM (EM BRANCO, O MES *   00922000
      *                 CORRENTE) E, NA COLUNA 7, 'F' PARA FORCAR A *   00922010
      *                 FOLHA EM DIA NAO UTIL. A FOLHA SO RODA EM   *   00922020
      *                 DIA UTIL DO CALENDARIO NACIONAL (ROTINA     *   00922030
      *                 FR16DU01); EM SABADO, DOMINGO OU FERIADO    *   00922040
      *                 TERMINA COM RC 8 SEM PAGAR NINGUEM, SALVO   *   00922050
      *                 FORCADA. A DATA DE PAGAMENTO DA COMPETENCIA *   00922060
      *                 E O QUINTO DIA UTIL DO MES SEGUINTE,        *   00922070
      *                 IMPRESSA NO RELFOLHA; FOLHA PROCESSADA      *   00922080
      *                 DEPOIS DELA (SALARIO EM ATRASO) DEVOLVE RC  *   00922090
      *                 4.                                          *   00922100
      *-------------------------------------------------------------*   00010300
      *   ARQUIVOS...:                                              *   00010310
      *    DDNAME              I/O                                  *   00010320
      *    FUNCLINK             I                                   *   00010330
      *    FUNCDEP              I  (DEPENDENTES POR ID)             *   00900760
      *    TABFOLHA             I  (#TABFOL)                        *   00900770
      *    ACMANT               I  (#FOLACM)                        *   00900780
      *    FERIADOS             I  (PELA ROTINA FR16DU01)           *   00922110
      *    MOVFOLHA             O  (LAYOUT MOV0106)                 *   00010340
      *    RELFOLHA             O                                   *   00010350
      *    RELHOLER             O                                   *   00900790
      *    RELRETEN             O                                   *   00900800
      *    ACMNOVO              O  (#FOLACM)                        *   00900810
      *-------------------------------------------------------------*   00010360
      *   MODULOS....:                             INCLUDE/BOOK     *   00010370
      *   GRAVALOG -   TRATAMENTO DE ERROS            GLOG2         *   00010380
      *   FR16DU01 -   CALENDARIO DE DIAS UTEIS       GCAL          *   00922120
      *=============================================================*   00010390
                                                                        00010400
      *=============================================================*   00010410
       FILE-CONTROL.                                                    00010510
            SELECT FUNCLINK  ASSIGN TO FUNCLINK                         00010520
                FILE STATUS  IS WRK-FS-FUNCLINK.                        00010530
                                                                        00900820
            SELECT FUNCDEP   ASSIGN TO FUNCDEP                          00900830
                FILE STATUS  IS WRK-FS-FUNCDEP.                         00900840
                                                                        00900850
            SELECT TABFOLHA  ASSIGN TO TABFOLHA                         00900860
                FILE STATUS  IS WRK-FS-TABFOLHA.                        00900870
                                                                        00900880
            SELECT ACMANT    ASSIGN TO ACMANT                           00900890
                FILE STATUS  IS WRK-FS-ACMANT.                          00900900
                                                                        00900910
            SELECT ACMNOVO   ASSIGN TO ACMNOVO                          00900920
                FILE STATUS  IS WRK-FS-ACMNOVO.                         00900930
                                                                        00010540
            SELECT MOVFOLHA  ASSIGN TO MOVFOLHA                         00010550
                FILE STATUS  IS WRK-FS-MOVFOLHA.                        00010560
                                                                        00010570
            SELECT RELFOLHA  ASSIGN TO RELFOLHA                         00010580
                FILE STATUS  IS WRK-FS-RELFOLHA.                        00010590
                                                                        00900940
            SELECT RELHOLER  ASSIGN TO RELHOLER                         00900950
                FILE STATUS  IS WRK-FS-RELHOLER.                        00900960
                                                                        00900970
            SELECT RELRETEN  ASSIGN TO RELRETEN                         00900980
                FILE STATUS  IS WRK-FS-RELRETEN.                        00900990
      *=============================================================*   00010600
       DATA                                      DIVISION.              00010610
      *=============================================================*   00010620
          05 FD-LINK-ID        PIC 9(05).                               00010710
          05 FD-LINK-AGENCIA   PIC X(04).                               00010720
          05 FD-LINK-CONTA     PIC X(04).                               00010730
                                                                        00901000
       FD FUNCDEP                                                       00901010
           RECORDING MODE IS F                                          00901020
           BLOCK CONTAINS 0 RECORDS.                                    00901030
                                                                        00901040
       01 FD-FUNCDEP.                                                   00901050
          05 FD-DEP-ID         PIC 9(05).                               00901060
          05 FD-DEP-QTDE       PIC 9(02).                               00901070
                                                                        00901080
       FD TABFOLHA                                                      00901090
           RECORDING MODE IS F.                                         00901100
                                                                        00901110
       COPY '#TABFOL'.                                                  00901120
                                                                        00901130
       FD ACMANT                                                        00901140
           RECORDING MODE IS F                                          00901150
           BLOCK CONTAINS 0 RECORDS.                                    00901160
                                                                        00901170
       01 FD-ACMANT.                                                    00901180
          05 FD-ACMANT-ID      PIC 9(05).                               00901190
          05 FILLER            PIC X(145).                              00901200
                                                                        00901210
       FD ACMNOVO                                                       00901220
           RECORDING MODE IS F                                          00901230
           BLOCK CONTAINS 0 RECORDS.                                    00901240
                                                                        00901250
       01 FD-ACMNOVO        PIC X(150).                                 00901260
                                                                        00010740
       FD MOVFOLHA                                                      00010750
           RECORDING  MODE IS F.                                        00010760
          05 FD-MOVFOLHA-MOVIMENTO PIC X(30).                           00010810
          05 FD-MOVFOLHA-VALORMOV  PIC 9(08)V99.                        00010820
          05 FD-MOVFOLHA-TIPOMOV   PIC X(01).                           00010830
          05 FD-MOVFOLHA-HISTORICO PIC 9(03).                           00880000
                                                                        00010840
       FD RELFOLHA                                                      00010850
           RECORDING  MODE IS F.                                        00010860
                                                                        00010870
       01 FD-RELFOLHA       PIC X(080).                                 00010880
                                                                        00901270
       FD RELHOLER                                                      00901280
           RECORDING  MODE IS F.                                        00901290
                                                                        00901300
       01 FD-RELHOLER       PIC X(080).                                 00901310
                                                                        00901320
       FD RELRETEN                                                      00901330
           RECORDING  MODE IS F.                                        00901340
                                                                        00901350
       01 FD-RELRETEN       PIC X(080).                                 00901360
      *-------------------------------------------------------------*   00010890
       WORKING-STORAGE                           SECTION.               00010900
      *-------------------------------------------------------------*   00010910
      *-------------------------------------------------------------*   00011110
                                                                        00011120
       COPY '#GLOG'.                                                    00011130
                                                                        00922130
       COPY '#GCAL'.                                                    00922140
                                                                        00011140
      *-------------------------------------------------------------*   00011150
       01 FILLER PIC X(45) VALUE                                        00011160
       77 WRK-FS-FUNCLINK   PIC 9(02).                                  00011190
       77 WRK-FS-MOVFOLHA   PIC 9(02).                                  00011200
       77 WRK-FS-RELFOLHA   PIC 9(02).                                  00011210
       77 WRK-FS-FUNCDEP    PIC 9(02).                                  00901370
       77 WRK-FS-TABFOLHA   PIC 9(02).                                  00901380
       77 WRK-FS-ACMANT     PIC 9(02).                                  00901390
       77 WRK-FS-ACMNOVO    PIC 9(02).                                  00901400
       77 WRK-FS-RELHOLER   PIC 9(02).                                  00901410
       77 WRK-FS-RELRETEN   PIC 9(02).                                  00901420
       77 WRK-HIS-SALARIO   PIC 9(03) VALUE 005.                        00880010
       77 WRK-ERRORLOG      PIC X(08) VALUE 'ERRORLOG'.                 00011220
       77 WRK-CALENDARIO    PIC X(08) VALUE 'FR16DU01'.                 00922150
       77 WRK-SQLCODE       PIC -999.                                   00011230
       77 WRK-FUNC-LIDOS    PIC 9(05) VALUE ZEROS.                      00011240
       77 WRK-PAGOS         PIC 9(05) VALUE ZEROS.                      00011250
       77 WRK-SEM-VINCULO   PIC 9(05) VALUE ZEROS.                      00011260
       77 WRK-DESLIGADOS    PIC 9(05) VALUE ZEROS.                      00011270
       77 WRK-VALOR-FOLHA   PIC 9(10)V99 VALUE ZEROS.                   00011280
       77 WRK-TOTAL-BRUTO   PIC 9(10)V99 VALUE ZEROS.                   00901430
       77 WRK-TOTAL-INSS    PIC 9(10)V99 VALUE ZEROS.                   00901440
       77 WRK-TOTAL-IRRF    PIC 9(10)V99 VALUE ZEROS.                   00901450
       77 WRK-ACM-GRAVADOS  PIC 9(05) VALUE ZEROS.                      00901460
       77 WRK-IND           PIC 9(04) COMP VALUE ZEROS.                 00011290
       77 WRK-LNK-QTDE      PIC 9(04) COMP VALUE ZEROS.                 00011300
       77 WRK-LNK-MAX       PIC 9(04) COMP VALUE 1000.                  00011310
       77 WRK-SW-ACHOU-LNK  PIC X(01) VALUE 'N'.                        00011320
           88 WRK-ACHOU-VINCULO         VALUE 'S'.                      00011330
           88 WRK-NAO-ACHOU-VINCULO     VALUE 'N'.                      00011340
       77 WRK-SW-ACHOU-FX   PIC X(01) VALUE 'N'.                        00901470
           88 WRK-ACHOU-FAIXA           VALUE 'S'.                      00901480
       77 WRK-SW-ACHOU-SET  PIC X(01) VALUE 'N'.                        00901490
           88 WRK-ACHOU-POSICAO         VALUE 'S'.                      00901500
                                                                        00901510
      *-------------------------------------------------------------*   00901520
       01 FILLER PIC X(45) VALUE                                        00901530
              '-----------COMPETENCIA DA FOLHA--------------'.          00901540
      *-------------------------------------------------------------*   00901550
      * SYSIN: COMPETENCIA AAAAMM; EM BRANCO, O MES CORRENTE. COLUNA 7  00922160
      * 'F' = FOLHA FORCADA EM DIA NAO UTIL (CONTINGENCIA).             00922170
       01 WRK-PARM.                                                     00922180
          05 WRK-PARM-COMP     PIC X(06).                               00922190
          05 WRK-PARM-FORCA    PIC X(01).                               00922200
             88 PARM-FORCA-FOLHA         VALUE 'F'.                     00922210
       01 WRK-COMPETENCIA.                                              00901580
          05 WRK-COMP-ANO      PIC 9(04).                               00901590
          05 WRK-COMP-MES      PIC 9(02).                               00901600
       01 WRK-COMP-N REDEFINES WRK-COMPETENCIA PIC 9(06).               00901610
       01 WRK-DATA-HOJE.                                                00901620
          05 WRK-HOJE-ANOMES   PIC 9(06).                               00901630
          05 WRK-HOJE-DIA      PIC 9(02).                               00901640
      * PRIMEIRO DIA DA COMPETENCIA: ESCOLHE A VIGENCIA DAS TABELAS.    00901650
       77 WRK-DATA-REF      PIC 9(08) VALUE ZEROS.                      00901660
      * QUINTO DIA UTIL DO MES SEGUINTE A COMPETENCIA.                  00922220
       77 WRK-DATA-PAGTO    PIC 9(08) VALUE ZEROS.                      00922230
       77 WRK-DIA-INT       PIC S9(09) COMP VALUE ZEROS.                00922240
       77 WRK-SW-ATRASO     PIC X(01) VALUE 'N'.                        00922250
           88 WRK-FOLHA-ATRASADA        VALUE 'S'.                      00922260
       01 WRK-DATA-AUX      PIC 9(08).                                  00901670
       01 FILLER REDEFINES WRK-DATA-AUX.                                00901680
          05 WRK-AUX-ANO       PIC 9(04).                               00901690
          05 WRK-AUX-MES       PIC 9(02).                               00901700
          05 WRK-AUX-DIA       PIC 9(02).                               00901710
                                                                        00901720
      *-------------------------------------------------------------*   00901730
       01 FILLER PIC X(45) VALUE                                        00901740
              '-----------TABELAS DE INSS E IRRF------------'.          00901750
      *-------------------------------------------------------------*   00901760
       77 WRK-FX-MAX        PIC 9(04) COMP VALUE 10.                    00901770
       77 WRK-IND-FX        PIC 9(04) COMP VALUE ZEROS.                 00901780
       77 WRK-TABFOL-ANT    PIC X(14) VALUE LOW-VALUES.                 00901790
       77 WRK-DEPE-VIG      PIC 9(08) VALUE ZEROS.                      00901800
       77 WRK-DED-DEPENDENTE PIC 9(06)V99 VALUE ZEROS.                  00901810
                                                                        00901820
       01 WRK-TABELA-INSS.                                              00901830
          05 WRK-INSS-VIG        PIC 9(08) VALUE ZEROS.                 00901840
          05 WRK-INSS-QTDE       PIC 9(04) COMP VALUE ZEROS.            00901850
          05 WRK-INSS-FAIXA OCCURS 10 TIMES INDEXED BY INSS-IDX.        00901860
             10 WRK-INSS-LIMITE  PIC 9(08)V99.                          00901870
             10 WRK-INSS-ALIQ    PIC 9(02)V99.                          00901880
                                                                        00901890
       01 WRK-TABELA-IRRF.                                              00901900
          05 WRK-IRRF-VIG        PIC 9(08) VALUE ZEROS.                 00901910
          05 WRK-IRRF-QTDE       PIC 9(04) COMP VALUE ZEROS.            00901920
          05 WRK-IRRF-FAIXA OCCURS 10 TIMES INDEXED BY IRRF-IDX.        00901930
             10 WRK-IRRF-LIMITE  PIC 9(08)V99.                          00901940
             10 WRK-IRRF-ALIQ    PIC 9(02)V99.                          00901950
             10 WRK-IRRF-DEDUCAO PIC 9(06)V99.                          00901960
                                                                        00901970
      *-------------------------------------------------------------*   00901980
       01 FILLER PIC X(45) VALUE                                        00901990
              '-----------CALCULO DO FUNCIONARIO------------'.          00902000
      *-------------------------------------------------------------*   00902010
       77 WRK-DEPENDENTES   PIC 9(02) VALUE ZEROS.                      00902020
       77 WRK-VLR-BRUTO     PIC 9(07)V99 VALUE ZEROS.                   00902030
       77 WRK-VLR-INSS      PIC 9(07)V99 VALUE ZEROS.                   00902040
       77 WRK-VLR-IRRF      PIC 9(07)V99 VALUE ZEROS.                   00902050
       77 WRK-VLR-LIQUIDO   PIC 9(07)V99 VALUE ZEROS.                   00902060
       77 WRK-BASE-INSS     PIC 9(07)V99 VALUE ZEROS.                   00902070
       77 WRK-BASE-IRRF     PIC S9(07)V99 VALUE ZEROS.                  00902080
       77 WRK-FAIXA-PISO    PIC 9(08)V99 VALUE ZEROS.                   00902090
       77 WRK-FAIXA-PARTE   PIC 9(08)V99 VALUE ZEROS.                   00902100
       77 WRK-INSS-CALC     PIC 9(07)V9(06) VALUE ZEROS.                00902110
       77 WRK-IRRF-CALC     PIC S9(07)V9(06) VALUE ZEROS.               00902120
                                                                        00902130
      *-------------------------------------------------------------*   00902140
       01 FILLER PIC X(45) VALUE                                        00902150
              '-----------DEPENDENTES E ACUMULADO ANUAL-----'.          00902160
      *-------------------------------------------------------------*   00902170
      * FUNCDEP E ACMANT ESTAO EM ORDEM DE ID, COMO O CURSOR: SAO       00902180
      * LIDOS EM PARALELO. FIM DE ARQUIVO = 999999.                     00902190
       77 WRK-DEP-ID-ATUAL  PIC 9(06) VALUE ZEROS.                      00902200
       77 WRK-DEP-ID-ANT    PIC 9(06) VALUE ZEROS.                      00902210
       77 WRK-ACM-ID-ATUAL  PIC 9(06) VALUE ZEROS.                      00902220
       77 WRK-ACM-ID-ANT    PIC 9(06) VALUE ZEROS.                      00902230
       77 WRK-ID-FIM        PIC 9(06) VALUE 999999.                     00902240
                                                                        00902250
       COPY '#FOLACM'.                                                  00902260
                                                                        00902270
      *-------------------------------------------------------------*   00902280
       01 FILLER PIC X(45) VALUE                                        00902290
              '-----------RETENCOES POR SETOR---------------'.          00902300
      *-------------------------------------------------------------*   00902310
      * MANTIDA EM ORDEM DE SETOR: O SETOR NOVO E INSERIDO NA SUA       00902320
      * POSICAO, DESLOCANDO OS MAIORES UMA CASA PARA BAIXO.             00902330
       77 WRK-SET-OCUP      PIC 9(04) COMP VALUE ZEROS.                 00902340
       77 WRK-SET-MAX       PIC 9(04) COMP VALUE 100.                   00902350
       77 WRK-IND-SET       PIC 9(04) COMP VALUE ZEROS.                 00902360
       77 WRK-IND-DESL      PIC 9(04) COMP VALUE ZEROS.                 00902370
                                                                        00902380
       01 WRK-TABELA-SETORES.                                           00902390
          05 WRK-SET OCCURS 100 TIMES INDEXED BY SET-IDX.               00902400
             10 WRK-SET-SETOR    PIC X(04).                             00902410
             10 WRK-SET-QTDE     PIC 9(05).                             00902420
             10 WRK-SET-BRUTO    PIC 9(10)V99.                          00902430
             10 WRK-SET-INSS     PIC 9(10)V99.                          00902440
             10 WRK-SET-IRRF     PIC 9(10)V99.                          00902450
             10 WRK-SET-LIQUIDO  PIC 9(10)V99.                          00902460
                                                                        00011350
      *-------------------------------------------------------------*   00011360
       01 FILLER PIC X(45) VALUE                                        00011370
          05 WRK-FPT-QTDE         PIC ZZZZ9.                            00011700
          05 FILLER               PIC X(03) VALUE SPACES.               00011710
          05 WRK-FPT-VALOR        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.               00011720
                                                                        00902470
       01 WRK-DATA-FP.                                                  00902480
          05 WRK-FPD-TEXTO        PIC X(32).                            00902490
          05 WRK-FPD-DIA          PIC 9(02).                            00902500
          05 WRK-FPD-BARRA1       PIC X(01) VALUE '/'.                  00902510
          05 WRK-FPD-MES          PIC 9(02).                            00902520
          05 WRK-FPD-BARRA2       PIC X(01) VALUE '/'.                  00902530
          05 WRK-FPD-ANO          PIC 9(04).                            00902540
                                                                        00902550
       01 WRK-HOL-TRACO           PIC X(080) VALUE ALL '-'.             00902560
                                                                        00902570
       01 WRK-HOL-CABECALHO.                                            00902580
          05 FILLER               PIC X(52) VALUE                       00902590
                    'HOLERITE DE PAGAMENTO               - FR16FP01'.   00902600
          05 FILLER               PIC X(13) VALUE 'COMPETENCIA: '.      00902610
          05 WRK-HOL-MES          PIC 9(02).                            00902620
          05 FILLER               PIC X(01) VALUE '/'.                  00902630
          05 WRK-HOL-ANO          PIC 9(04).                            00902640
                                                                        00902650
       01 WRK-HOL-FUNCIONARIO.                                          00902660
          05 FILLER               PIC X(13) VALUE 'FUNCIONARIO: '.      00902670
          05 WRK-HOL-ID           PIC 9(05).                            00902680
          05 FILLER               PIC X(02) VALUE SPACES.               00902690
          05 WRK-HOL-NOME         PIC X(30).                            00902700
          05 FILLER               PIC X(02) VALUE SPACES.               00902710
          05 FILLER               PIC X(07) VALUE 'SETOR: '.            00902720
          05 WRK-HOL-SETOR        PIC X(04).                            00902730
                                                                        00902740
       01 WRK-HOL-CONTA.                                                00902750
          05 FILLER               PIC X(19) VALUE                       00902760
                    'CREDITO EM AGENCIA '.                              00902770
          05 WRK-HOL-AGENCIA      PIC X(04).                            00902780
          05 FILLER               PIC X(07) VALUE ' CONTA '.            00902790
          05 WRK-HOL-CONTA-CC     PIC X(04).                            00902800
          05 FILLER               PIC X(04) VALUE SPACES.               00902810
          05 FILLER               PIC X(13) VALUE 'DEPENDENTES: '.      00902820
          05 WRK-HOL-DEPEND       PIC Z9.                               00902830
                                                                        00902840
       01 WRK-HOL-VERBA.                                                00902850
          05 WRK-HOL-VB-DESCR     PIC X(20).                            00902860
          05 WRK-HOL-VB-REF-TXT   PIC X(12).                            00902870
          05 WRK-HOL-VB-REF       PIC ZZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.   00902880
          05 FILLER               PIC X(06) VALUE SPACES.               00902890
          05 WRK-HOL-VB-VALOR     PIC ZZZ.ZZZ.ZZ9,99.                   00902900
                                                                        00902910
       01 WRK-HOL-ACUM-TIT.                                             00902920
          05 FILLER               PIC X(17) VALUE 'ACUMULADO NO ANO '.  00902930
          05 WRK-HOL-ACM-ANO      PIC 9(04).                            00902940
          05 FILLER               PIC X(02) VALUE ' ('.                 00902950
          05 WRK-HOL-ACM-MESES    PIC Z9.                               00902960
          05 FILLER               PIC X(07) VALUE ' MESES)'.            00902970
                                                                        00902980
       01 WRK-HOL-ACUM.                                                 00902990
          05 FILLER               PIC X(06) VALUE 'BRUTO '.             00903000
          05 WRK-HOL-ACM-BRUTO    PIC ZZ.ZZZ.ZZ9,99.                    00903010
          05 FILLER               PIC X(07) VALUE '  INSS '.            00903020
          05 WRK-HOL-ACM-INSS     PIC ZZ.ZZZ.ZZ9,99.                    00903030
          05 FILLER               PIC X(07) VALUE '  IRRF '.            00903040
          05 WRK-HOL-ACM-IRRF     PIC ZZ.ZZZ.ZZ9,99.                    00903050
          05 FILLER               PIC X(07) VALUE '  LIQ. '.            00903060
          05 WRK-HOL-ACM-LIQUIDO  PIC ZZ.ZZZ.ZZ9,99.                    00903070
                                                                        00903080
       01 WRK-RET-CABECALHO.                                            00903090
          05 FILLER               PIC X(52) VALUE                       00903100
                    'RESUMO DE RETENCOES POR SETOR       - FR16FP01'.   00903110
          05 FILLER               PIC X(13) VALUE 'COMPETENCIA: '.      00903120
          05 WRK-RET-MES          PIC 9(02).                            00903130
          05 FILLER               PIC X(01) VALUE '/'.                  00903140
          05 WRK-RET-ANO          PIC 9(04).                            00903150
                                                                        00903160
       01 WRK-RET-COLUNAS.                                              00903170
          05 FILLER               PIC X(30) VALUE                       00903180
                    'SETOR  QTDE   SALARIO BRUTO'.                      00903190
          05 FILLER               PIC X(50) VALUE                       00903200
                    '         INSS            IRRF         LIQUIDO'.    00903210
                                                                        00903220
       01 WRK-RET-DETALHE.                                              00903230
          05 WRK-RET-SETOR        PIC X(05).                            00903240
          05 FILLER               PIC X(01) VALUE SPACES.               00903250
          05 WRK-RET-QTDE         PIC ZZZZ9.                            00903260
          05 FILLER               PIC X(02) VALUE SPACES.               00903270
          05 WRK-RET-BRUTO        PIC ZZZ.ZZZ.ZZ9,99.                   00903280
          05 FILLER               PIC X(02) VALUE SPACES.               00903290
          05 WRK-RET-INSS         PIC ZZZ.ZZZ.ZZ9,99.                   00903300
          05 FILLER               PIC X(02) VALUE SPACES.               00903310
          05 WRK-RET-IRRF         PIC ZZZ.ZZZ.ZZ9,99.                   00903320
          05 FILLER               PIC X(02) VALUE SPACES.               00903330
          05 WRK-RET-LIQUIDO      PIC ZZZ.ZZZ.ZZ9,99.                   00903340
                                                                        00011730
      *=============================================================*   00011740
       PROCEDURE                                 DIVISION.              00011750
      *--------------------------------------------------------------   00011930
       1000-INICIALIZAR                          SECTION.               00011940
      *--------------------------------------------------------------   00011950
             PERFORM 1050-LER-COMPETENCIA.                              00902000
             OPEN INPUT  FUNCLINK FUNCDEP TABFOLHA ACMANT               00902010
                  OUTPUT MOVFOLHA RELFOLHA RELHOLER RELRETEN ACMNOVO.   00902020
             PERFORM 5100-TESTAR-STATUS.                                00011980
             WRITE FD-RELFOLHA FROM WRK-CABECALHO-FP.                   00011990
             MOVE SPACES TO FD-RELFOLHA.                                00012000
             WRITE FD-RELFOLHA.                                         00012010
             PERFORM 1100-CARREGAR-VINCULOS.                            00012020
             PERFORM 1200-CARREGAR-TABELAS.                             00902030
             PERFORM 2175-LER-FUNCDEP.                                  00902040
             PERFORM 2310-LER-ACMANT.                                   00902050
             EXEC SQL                                                   00012030
                OPEN CUR-FOLHA                                          00012040
             END-EXEC.                                                  00012050
      *--------------------------------------------------------------   00012060
       1000-99-FIM.                              EXIT.                  00012070
      *--------------------------------------------------------------   00012080
      ***************************************************************   00902060
      *       L E R   C O M P E T E N C I A                         *   00902070
      ***************************************************************   00902080
      *--------------------------------------------------------------   00902090
       1050-LER-COMPETENCIA                      SECTION.               00902100
      *--------------------------------------------------------------   00902110
            MOVE SPACES TO WRK-PARM.                                    00902120
            ACCEPT WRK-PARM FROM SYSIN.                                 00902130
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                    00902140
            IF WRK-PARM-COMP EQUAL SPACES                               00902150
              MOVE WRK-HOJE-ANOMES       TO WRK-COMP-N                  00902160
            ELSE                                                        00902170
              IF WRK-PARM-COMP IS NUMERIC                               00902180
                MOVE WRK-PARM-COMP       TO WRK-COMPETENCIA             00902190
              ELSE                                                      00902200
                MOVE ZEROS               TO WRK-COMP-N                  00902210
              END-IF                                                    00902220
            END-IF.                                                     00902230
            IF WRK-COMP-MES LESS 1 OR WRK-COMP-MES GREATER 12           00902240
              DISPLAY 'COMPETENCIA INVALIDA NO SYSIN: ' WRK-PARM-COMP   00902250
              MOVE 'FR16FP01'            TO WRK-PROGRAMA                00902260
              MOVE '1050'                TO WRK-SECAO                   00902270
              MOVE 'COMPETENCIA INVALIDA NO SYSIN' TO WRK-MENSAGEM      00902280
              MOVE ZEROS                 TO WRK-STATUS                  00902290
              PERFORM 6000-TRATA-ERROS                                  00902300
            END-IF.                                                     00902310
            COMPUTE WRK-DATA-REF = WRK-COMP-N * 100 + 1.                00902320
            DISPLAY 'COMPETENCIA DA FOLHA          : ' WRK-COMP-MES     00902330
                    '/' WRK-COMP-ANO.                                   00902340
            PERFORM 1060-TESTAR-DIA-UTIL.                               00922270
            PERFORM 1070-APURAR-PAGAMENTO.                              00922280
      *--------------------------------------------------------------   00902350
       1050-99-FIM.                              EXIT.                  00902360
      *--------------------------------------------------------------   00902370
      ***************************************************************   00922290
      *       T E S T A R   D I A   U T I L   D A   F O L H A       *   00922300
      ***************************************************************   00922310
      *--------------------------------------------------------------   00922320
       1060-TESTAR-DIA-UTIL                      SECTION.               00922330
      *--------------------------------------------------------------   00922340
            MOVE 'U'           TO WRK-CAL-FUNCAO.                       00922350
            MOVE SPACES        TO WRK-CAL-AGENCIA.                      00922360
            MOVE WRK-DATA-HOJE TO WRK-CAL-DATA.                         00922370
            PERFORM 1080-CHAMAR-CALENDARIO.                             00922380
            IF WRK-CAL-NAO-UTIL                                         00922390
              IF PARM-FORCA-FOLHA                                       00922400
                DISPLAY 'FOLHA FORCADA PELA OPERACAO EM DIA NAO UTIL'   00922410
              ELSE                                                      00922420
                MOVE 'FR16FP01'            TO WRK-PROGRAMA              00922430
                MOVE '1060'                TO WRK-SECAO                 00922440
                MOVE 'FOLHA EM DIA NAO UTIL' TO WRK-MENSAGEM            00922450
                MOVE ZEROS                 TO WRK-STATUS                00922460
                PERFORM 6000-TRATA-ERROS                                00922470
              END-IF                                                    00922480
            END-IF.                                                     00922490
      *--------------------------------------------------------------   00922500
       1060-99-FIM.                              EXIT.                  00922510
      *--------------------------------------------------------------   00922520
      ***************************************************************   00922530
      *       A P U R A R   D A T A   D E   P A G A M E N T O       *   00922540
      ***************************************************************   00922550
      * QUINTO DIA UTIL DO MES SEGUINTE A COMPETENCIA: CINCO VEZES  *   00922560
      * O PROXIMO DIA UTIL A PARTIR DO ULTIMO DIA DA COMPETENCIA    *   00922570
      * (VESPERA DO DIA 1 DO MES SEGUINTE).                         *   00922580
      *--------------------------------------------------------------   00922590
       1070-APURAR-PAGAMENTO                     SECTION.               00922600
      *--------------------------------------------------------------   00922610
            MOVE WRK-COMP-ANO TO WRK-AUX-ANO.                           00922620
            MOVE 01           TO WRK-AUX-DIA.                           00922630
            IF WRK-COMP-MES EQUAL 12                                    00922640
              ADD 1   TO WRK-AUX-ANO                                    00922650
              MOVE 01 TO WRK-AUX-MES                                    00922660
            ELSE                                                        00922670
              COMPUTE WRK-AUX-MES = WRK-COMP-MES + 1                    00922680
            END-IF.                                                     00922690
            COMPUTE WRK-DIA-INT =                                       00922700
                    FUNCTION INTEGER-OF-DATE (WRK-DATA-AUX) - 1.        00922710
            COMPUTE WRK-DATA-PAGTO =                                    00922720
                    FUNCTION DATE-OF-INTEGER (WRK-DIA-INT).             00922730
            PERFORM 1075-AVANCAR-DIA-UTIL 5 TIMES.                      00922740
            DISPLAY 'DATA DE PAGAMENTO (5O DIA UTIL): ' WRK-DATA-PAGTO. 00922750
            IF WRK-DATA-HOJE GREATER WRK-DATA-PAGTO                     00922760
              MOVE 'S' TO WRK-SW-ATRASO                                 00922770
              DISPLAY 'FOLHA PROCESSADA DEPOIS DA DATA DE PAGAMENTO'    00922780
            END-IF.                                                     00922790
      *--------------------------------------------------------------   00922800
       1070-99-FIM.                              EXIT.                  00922810
      *--------------------------------------------------------------   00922820
      *--------------------------------------------------------------   00922830
       1075-AVANCAR-DIA-UTIL                     SECTION.               00922840
      *--------------------------------------------------------------   00922850
            MOVE 'P'            TO WRK-CAL-FUNCAO.                      00922860
            MOVE SPACES         TO WRK-CAL-AGENCIA.                     00922870
            MOVE WRK-DATA-PAGTO TO WRK-CAL-DATA.                        00922880
            PERFORM 1080-CHAMAR-CALENDARIO.                             00922890
            MOVE WRK-CAL-RESULTADO TO WRK-DATA-PAGTO.                   00922900
      *--------------------------------------------------------------   00922910
       1075-99-FIM.                              EXIT.                  00922920
      *--------------------------------------------------------------   00922930
      *--------------------------------------------------------------   00922940
       1080-CHAMAR-CALENDARIO                    SECTION.               00922950
      *--------------------------------------------------------------   00922960
            CALL WRK-CALENDARIO USING WRK-DADOS-CAL.                    00922970
            IF NOT WRK-CAL-OK                                           00922980
              MOVE 'FR16FP01'            TO WRK-PROGRAMA                00922990
              MOVE '1080'                TO WRK-SECAO                   00923000
              MOVE 'ERRO NO CALENDARIO DE DIAS UTEIS' TO WRK-MENSAGEM   00923010
              MOVE WRK-CAL-RETORNO       TO WRK-STATUS                  00923020
              PERFORM 6000-TRATA-ERROS                                  00923030
            END-IF.                                                     00923040
      *--------------------------------------------------------------   00923050
       1080-99-FIM.                              EXIT.                  00923060
      *--------------------------------------------------------------   00923070
      ***************************************************************   00012090
      *       C A R R E G A R   V I N C U L O S                     *   00012100
      ***************************************************************   00012110
      *--------------------------------------------------------------   00012500
       1150-99-FIM.                              EXIT.                  00012510
      *--------------------------------------------------------------   00012520
      ***************************************************************   00902380
      *       C A R R E G A R   T A B E L A S                       *   00902390
      ***************************************************************   00902400
      * OS CARTOES VEM EM ORDEM DE TIPO, VIGENCIA E FAIXA. CARTAO   *   00902410
      * COM VIGENCIA POSTERIOR AO PRIMEIRO DIA DA COMPETENCIA E     *   00902420
      * SALTADO; A CADA VIGENCIA NOVA DO MESMO TIPO A TABELA EM     *   00902430
      * MEMORIA RECOMECA, ENTAO FICA A ULTIMA VIGENCIA VALIDA.      *   00902440
      *--------------------------------------------------------------   00902450
       1200-CARREGAR-TABELAS                     SECTION.               00902460
      *--------------------------------------------------------------   00902470
            READ TABFOLHA                                               00902480
              AT END MOVE 10 TO WRK-FS-TABFOLHA                         00902490
            END-READ.                                                   00902500
            PERFORM 1250-TRATAR-CARTAO-TAB                              00902510
               UNTIL WRK-FS-TABFOLHA EQUAL 10.                          00902520
            CLOSE TABFOLHA.                                             00902530
            IF WRK-INSS-QTDE EQUAL ZEROS                                00902540
              MOVE 'FR16FP01'            TO WRK-PROGRAMA                00902550
              MOVE '1200'                TO WRK-SECAO                   00902560
              MOVE 'SEM TABELA DE INSS VIGENTE' TO WRK-MENSAGEM         00902570
              MOVE ZEROS                 TO WRK-STATUS                  00902580
              PERFORM 6000-TRATA-ERROS                                  00902590
            END-IF.                                                     00902600
            IF WRK-IRRF-QTDE EQUAL ZEROS                                00902610
              MOVE 'FR16FP01'            TO WRK-PROGRAMA                00902620
              MOVE '1200'                TO WRK-SECAO                   00902630
              MOVE 'SEM TABELA DE IRRF VIGENTE' TO WRK-MENSAGEM         00902640
              MOVE ZEROS                 TO WRK-STATUS                  00902650
              PERFORM 6000-TRATA-ERROS                                  00902660
            END-IF.                                                     00902670
      *--------------------------------------------------------------   00902680
       1200-99-FIM.                              EXIT.                  00902690
      *--------------------------------------------------------------   00902700
      *--------------------------------------------------------------   00902710
       1250-TRATAR-CARTAO-TAB                    SECTION.               00902720
      *--------------------------------------------------------------   00902730
            IF REG-TABFOL-VIGENCIA NOT NUMERIC OR                       00902740
               REG-TABFOL-FAIXA    NOT NUMERIC OR                       00902750
               REG-TABFOL-LIMITE   NOT NUMERIC OR                       00902760
               REG-TABFOL-ALIQUOTA NOT NUMERIC OR                       00902770
               REG-TABFOL-DEDUCAO  NOT NUMERIC OR                       00902780
               NOT (REG-TABFOL-INSS OR REG-TABFOL-IRRF OR               00902790
                    REG-TABFOL-DEPEND)                                  00902800
              DISPLAY 'CARTAO INVALIDO NA TABFOLHA: ' REG-TABFOL-CHAVE  00902810
              MOVE 'FR16FP01'            TO WRK-PROGRAMA                00902820
              MOVE '1250'                TO WRK-SECAO                   00902830
              MOVE 'CARTAO INVALIDO NA TABFOLHA' TO WRK-MENSAGEM        00902840
              MOVE WRK-FS-TABFOLHA       TO WRK-STATUS                  00902850
              PERFORM 6000-TRATA-ERROS                                  00902860
            END-IF.                                                     00902870
            IF REG-TABFOL-CHAVE NOT GREATER WRK-TABFOL-ANT              00902880
              DISPLAY 'TABFOLHA FORA DE ORDEM: ' REG-TABFOL-CHAVE       00902890
              MOVE 'FR16FP01'            TO WRK-PROGRAMA                00902900
              MOVE '1250'                TO WRK-SECAO                   00902910
              MOVE 'TABFOLHA FORA DE ORDEM' TO WRK-MENSAGEM             00902920
              MOVE WRK-FS-TABFOLHA       TO WRK-STATUS                  00902930
              PERFORM 6000-TRATA-ERROS                                  00902940
            END-IF.                                                     00902950
            MOVE REG-TABFOL-CHAVE TO WRK-TABFOL-ANT.                    00902960
            IF REG-TABFOL-VIGENCIA NOT GREATER WRK-DATA-REF             00902970
              EVALUATE TRUE                                             00902980
               WHEN REG-TABFOL-INSS                                     00902990
                 PERFORM 1260-GUARDAR-FAIXA-INSS                        00903000
               WHEN REG-TABFOL-IRRF                                     00903010
                 PERFORM 1270-GUARDAR-FAIXA-IRRF                        00903020
               WHEN OTHER                                               00903030
                 MOVE REG-TABFOL-VIGENCIA TO WRK-DEPE-VIG               00903040
                 MOVE REG-TABFOL-DEDUCAO  TO WRK-DED-DEPENDENTE         00903050
              END-EVALUATE                                              00903060
            END-IF.                                                     00903070
            READ TABFOLHA                                               00903080
              AT END MOVE 10 TO WRK-FS-TABFOLHA                         00903090
            END-READ.                                                   00903100
      *--------------------------------------------------------------   00903110
       1250-99-FIM.                              EXIT.                  00903120
      *--------------------------------------------------------------   00903130
      *--------------------------------------------------------------   00903140
       1260-GUARDAR-FAIXA-INSS                   SECTION.               00903150
      *--------------------------------------------------------------   00903160
            IF REG-TABFOL-VIGENCIA NOT EQUAL WRK-INSS-VIG               00903170
              MOVE REG-TABFOL-VIGENCIA TO WRK-INSS-VIG                  00903180
              MOVE ZEROS               TO WRK-INSS-QTDE                 00903190
            END-IF.                                                     00903200
            IF WRK-INSS-QTDE EQUAL WRK-FX-MAX                           00903210
              MOVE 'FR16FP01'            TO WRK-PROGRAMA                00903220
              MOVE '1260'                TO WRK-SECAO                   00903230
              MOVE 'FAIXAS DE INSS EXCEDEM O LIMITE' TO WRK-MENSAGEM    00903240
              MOVE ZEROS                 TO WRK-STATUS                  00903250
              PERFORM 6000-TRATA-ERROS                                  00903260
            END-IF.                                                     00903270
            IF WRK-INSS-QTDE GREATER ZEROS                              00903280
              SET INSS-IDX TO WRK-INSS-QTDE                             00903290
              IF REG-TABFOL-LIMITE NOT GREATER                          00903300
                 WRK-INSS-LIMITE (INSS-IDX)                             00903310
                MOVE 'FR16FP01'            TO WRK-PROGRAMA              00903320
                MOVE '1260'                TO WRK-SECAO                 00903330
                MOVE 'LIMITES DE INSS FORA DE ORDEM' TO WRK-MENSAGEM    00903340
                MOVE ZEROS                 TO WRK-STATUS                00903350
                PERFORM 6000-TRATA-ERROS                                00903360
              END-IF                                                    00903370
            END-IF.                                                     00903380
            ADD 1 TO WRK-INSS-QTDE.                                     00903390
            SET INSS-IDX TO WRK-INSS-QTDE.                              00903400
            MOVE REG-TABFOL-LIMITE   TO WRK-INSS-LIMITE (INSS-IDX).     00903410
            MOVE REG-TABFOL-ALIQUOTA TO WRK-INSS-ALIQ (INSS-IDX).       00903420
      *--------------------------------------------------------------   00903430
       1260-99-FIM.                              EXIT.                  00903440
      *--------------------------------------------------------------   00903450
      *--------------------------------------------------------------   00903460
       1270-GUARDAR-FAIXA-IRRF                   SECTION.               00903470
      *--------------------------------------------------------------   00903480
            IF REG-TABFOL-VIGENCIA NOT EQUAL WRK-IRRF-VIG               00903490
              MOVE REG-TABFOL-VIGENCIA TO WRK-IRRF-VIG                  00903500
              MOVE ZEROS               TO WRK-IRRF-QTDE                 00903510
            END-IF.                                                     00903520
            IF WRK-IRRF-QTDE EQUAL WRK-FX-MAX                           00903530
              MOVE 'FR16FP01'            TO WRK-PROGRAMA                00903540
              MOVE '1270'                TO WRK-SECAO                   00903550
              MOVE 'FAIXAS DE IRRF EXCEDEM O LIMITE' TO WRK-MENSAGEM    00903560
              MOVE ZEROS                 TO WRK-STATUS                  00903570
              PERFORM 6000-TRATA-ERROS                                  00903580
            END-IF.                                                     00903590
            IF WRK-IRRF-QTDE GREATER ZEROS                              00903600
              SET IRRF-IDX TO WRK-IRRF-QTDE                             00903610
              IF REG-TABFOL-LIMITE NOT GREATER                          00903620
                 WRK-IRRF-LIMITE (IRRF-IDX)                             00903630
                MOVE 'FR16FP01'            TO WRK-PROGRAMA              00903640
                MOVE '1270'                TO WRK-SECAO                 00903650
                MOVE 'LIMITES DE IRRF FORA DE ORDEM' TO WRK-MENSAGEM    00903660
                MOVE ZEROS                 TO WRK-STATUS                00903670
                PERFORM 6000-TRATA-ERROS                                00903680
              END-IF                                                    00903690
            END-IF.                                                     00903700
            ADD 1 TO WRK-IRRF-QTDE.                                     00903710
            SET IRRF-IDX TO WRK-IRRF-QTDE.                              00903720
            MOVE REG-TABFOL-LIMITE   TO WRK-IRRF-LIMITE (IRRF-IDX).     00903730
            MOVE REG-TABFOL-ALIQUOTA TO WRK-IRRF-ALIQ (IRRF-IDX).       00903740
            MOVE REG-TABFOL-DEDUCAO  TO WRK-IRRF-DEDUCAO (IRRF-IDX).    00903750
      *--------------------------------------------------------------   00903760
       1270-99-FIM.                              EXIT.                  00903770
      *--------------------------------------------------------------   00903780
      ***************************************************************   00012530
      *               P R O C E S S A R                             *   00012540
      ***************************************************************   00012550
               CLOSE CUR-FOLHA                                          00012620
            END-EXEC.                                                   00012630
            PERFORM 2500-LISTAR-DESLIGADOS.                             00012640
      *     ACUMULADOS DE QUEM NAO RECEBEU NESTA FOLHA PASSAM PARA A    00903790
      *     GERACAO NOVA SEM ALTERACAO.                                 00903800
            PERFORM 2320-COPIAR-ACUMULADO                               00903810
               UNTIL WRK-ACM-ID-ATUAL EQUAL WRK-ID-FIM.                 00903820
      *--------------------------------------------------------------   00012650
       2000-99-FIM.                              EXIT.                  00012660
      *--------------------------------------------------------------   00012670
      *--------------------------------------------------------------   00013240
       2160-99-FIM.                              EXIT.                  00013250
      *--------------------------------------------------------------   00013260
      *--------------------------------------------------------------   00903830
       2170-BUSCAR-DEPENDENTES                   SECTION.               00903840
      *--------------------------------------------------------------   00903850
            PERFORM 2175-LER-FUNCDEP                                    00903860
               UNTIL WRK-DEP-ID-ATUAL NOT LESS DB2-ID.                  00903870
            IF WRK-DEP-ID-ATUAL EQUAL DB2-ID                            00903880
              MOVE FD-DEP-QTDE TO WRK-DEPENDENTES                       00903890
            ELSE                                                        00903900
              MOVE ZEROS       TO WRK-DEPENDENTES                       00903910
            END-IF.                                                     00903920
      *--------------------------------------------------------------   00903930
       2170-99-FIM.                              EXIT.                  00903940
      *--------------------------------------------------------------   00903950
      *--------------------------------------------------------------   00903960
       2175-LER-FUNCDEP                          SECTION.               00903970
      *--------------------------------------------------------------   00903980
            READ FUNCDEP                                                00903990
              AT END MOVE 10 TO WRK-FS-FUNCDEP                          00904000
            END-READ.                                                   00904010
            IF WRK-FS-FUNCDEP EQUAL 10                                  00904020
              MOVE WRK-ID-FIM TO WRK-DEP-ID-ATUAL                       00904030
            ELSE                                                        00904040
              IF FD-DEP-ID NOT NUMERIC OR FD-DEP-QTDE NOT NUMERIC       00904050
                MOVE 'FR16FP01'            TO WRK-PROGRAMA              00904060
                MOVE '2175'                TO WRK-SECAO                 00904070
                MOVE 'REGISTRO INVALIDO NO FUNCDEP' TO WRK-MENSAGEM     00904080
                MOVE WRK-FS-FUNCDEP        TO WRK-STATUS                00904090
                PERFORM 6000-TRATA-ERROS                                00904100
              END-IF                                                    00904110
              MOVE FD-DEP-ID TO WRK-DEP-ID-ATUAL                        00904120
              IF WRK-DEP-ID-ATUAL NOT GREATER WRK-DEP-ID-ANT            00904130
                MOVE 'FR16FP01'            TO WRK-PROGRAMA              00904140
                MOVE '2175'                TO WRK-SECAO                 00904150
                MOVE 'FUNCDEP FORA DE ORDEM DE ID' TO WRK-MENSAGEM      00904160
                MOVE WRK-FS-FUNCDEP        TO WRK-STATUS                00904170
                PERFORM 6000-TRATA-ERROS                                00904180
              END-IF                                                    00904190
              MOVE WRK-DEP-ID-ATUAL TO WRK-DEP-ID-ANT                   00904200
            END-IF.                                                     00904210
      *--------------------------------------------------------------   00904220
       2175-99-FIM.                              EXIT.                  00904230
      *--------------------------------------------------------------   00904240
      ***************************************************************   00013270
      *       G E R A R   C R E D I T O   D E   S A L A R I O       *   00013280
      ***************************************************************   00013290
      *--------------------------------------------------------------   00013300
       2200-GERAR-CREDITO                        SECTION.               00013310
      *--------------------------------------------------------------   00013320
            MOVE DB2-SALARIO               TO WRK-VLR-BRUTO.            00904250
            PERFORM 2170-BUSCAR-DEPENDENTES.                            00904260
            PERFORM 2210-CALCULAR-INSS.                                 00904270
            PERFORM 2220-CALCULAR-IRRF.                                 00904280
            COMPUTE WRK-VLR-LIQUIDO = WRK-VLR-BRUTO - WRK-VLR-INSS      00904290
                                                   - WRK-VLR-IRRF.      00904300
            MOVE WRK-TAB-AGENCIA (LNK-IDX) TO FD-MOVFOLHA-AGENCIA       00904310
            MOVE WRK-TAB-CONTA (LNK-IDX)   TO FD-MOVFOLHA-CONTA         00904320
            MOVE 'CREDITO SALARIO MENSAL' TO FD-MOVFOLHA-MOVIMENTO      00904330
            MOVE WRK-VLR-LIQUIDO           TO FD-MOVFOLHA-VALORMOV      00904340
            MOVE 'C'                       TO FD-MOVFOLHA-TIPOMOV       00904350
            MOVE WRK-HIS-SALARIO           TO FD-MOVFOLHA-HISTORICO.    00904360
            WRITE FD-MOVFOLHA.                                          00904370
            ADD 1 TO WRK-PAGOS.                                         00904380
            ADD WRK-VLR-LIQUIDO TO WRK-VALOR-FOLHA.                     00904390
            ADD WRK-VLR-BRUTO   TO WRK-TOTAL-BRUTO.                     00904400
            ADD WRK-VLR-INSS    TO WRK-TOTAL-INSS.                      00904410
            ADD WRK-VLR-IRRF    TO WRK-TOTAL-IRRF.                      00904420
            MOVE DB2-ID                    TO WRK-FP-ID                 00904430
            MOVE DB2-NOME                  TO WRK-FP-NOME               00904440
            MOVE WRK-TAB-AGENCIA (LNK-IDX) TO WRK-FP-AGENCIA            00904450
            MOVE WRK-TAB-CONTA (LNK-IDX)   TO WRK-FP-CONTA              00904460
            MOVE 'PAGO'                    TO WRK-FP-STATUS.            00904470
            WRITE FD-RELFOLHA FROM WRK-DETALHE-FP.                      00904480
            PERFORM 2300-ATUALIZAR-ACUMULADO.                           00904490
            PERFORM 2400-ACUMULAR-SETOR.                                00904500
            PERFORM 2250-IMPRIMIR-HOLERITE.                             00904510
      *--------------------------------------------------------------   00013470
       2200-99-FIM.                              EXIT.                  00013480
      *--------------------------------------------------------------   00013490
      ***************************************************************   00904520
      *       C A L C U L A R   I N S S                             *   00904530
      ***************************************************************   00904540
      * CONTRIBUICAO PROGRESSIVA: CADA FAIXA TRIBUTA A PARTE DO     *   00904550
      * SALARIO ENTRE O LIMITE DA FAIXA ANTERIOR (PISO) E O SEU     *   00904560
      * LIMITE. ACIMA DO LIMITE DA ULTIMA FAIXA (TETO) NAO HA       *   00904570
      * CONTRIBUICAO.                                               *   00904580
      *--------------------------------------------------------------   00904590
       2210-CALCULAR-INSS                        SECTION.               00904600
      *--------------------------------------------------------------   00904610
            MOVE ZEROS TO WRK-INSS-CALC WRK-FAIXA-PISO.                 00904620
            MOVE 1     TO WRK-IND-FX.                                   00904630
            PERFORM 2215-SOMAR-FAIXA-INSS                               00904640
               UNTIL WRK-IND-FX GREATER WRK-INSS-QTDE                   00904650
                  OR WRK-FAIXA-PISO NOT LESS WRK-VLR-BRUTO.             00904660
            COMPUTE WRK-VLR-INSS ROUNDED = WRK-INSS-CALC.               00904670
            SET INSS-IDX TO WRK-INSS-QTDE.                              00904680
            IF WRK-VLR-BRUTO GREATER WRK-INSS-LIMITE (INSS-IDX)         00904690
              MOVE WRK-INSS-LIMITE (INSS-IDX) TO WRK-BASE-INSS          00904700
            ELSE                                                        00904710
              MOVE WRK-VLR-BRUTO              TO WRK-BASE-INSS          00904720
            END-IF.                                                     00904730
      *--------------------------------------------------------------   00904740
       2210-99-FIM.                              EXIT.                  00904750
      *--------------------------------------------------------------   00904760
      *--------------------------------------------------------------   00904770
       2215-SOMAR-FAIXA-INSS                     SECTION.               00904780
      *--------------------------------------------------------------   00904790
            SET INSS-IDX TO WRK-IND-FX.                                 00904800
            IF WRK-VLR-BRUTO GREATER WRK-INSS-LIMITE (INSS-IDX)         00904810
              COMPUTE WRK-FAIXA-PARTE = WRK-INSS-LIMITE (INSS-IDX)      00904820
                                      - WRK-FAIXA-PISO                  00904830
            ELSE                                                        00904840
              COMPUTE WRK-FAIXA-PARTE = WRK-VLR-BRUTO                   00904850
                                      - WRK-FAIXA-PISO                  00904860
            END-IF.                                                     00904870
            COMPUTE WRK-INSS-CALC = WRK-INSS-CALC                       00904880
                    + WRK-FAIXA-PARTE * WRK-INSS-ALIQ (INSS-IDX) / 100. 00904890
            MOVE WRK-INSS-LIMITE (INSS-IDX) TO WRK-FAIXA-PISO.          00904900
            ADD 1 TO WRK-IND-FX.                                        00904910
      *--------------------------------------------------------------   00904920
       2215-99-FIM.                              EXIT.                  00904930
      *--------------------------------------------------------------   00904940
      ***************************************************************   00904950
      *       C A L C U L A R   I R R F                             *   00904960
      ***************************************************************   00904970
      * BASE = BRUTO - INSS - DEDUCAO POR DEPENDENTE. A BASE CAI NA *   00904980
      * PRIMEIRA FAIXA CUJO LIMITE A COMPORTA (ACIMA DA ULTIMA,     *   00904990
      * VALE A ULTIMA); IMPOSTO = BASE X ALIQUOTA - PARCELA A       *   00905000
      * DEDUZIR, NUNCA NEGATIVO.                                    *   00905010
      *--------------------------------------------------------------   00905020
       2220-CALCULAR-IRRF                        SECTION.               00905030
      *--------------------------------------------------------------   00905040
            COMPUTE WRK-BASE-IRRF = WRK-VLR-BRUTO - WRK-VLR-INSS        00905050
                    - WRK-DEPENDENTES * WRK-DED-DEPENDENTE.             00905060
            MOVE ZEROS TO WRK-VLR-IRRF.                                 00905070
            IF WRK-BASE-IRRF GREATER ZEROS                              00905080
              MOVE 'N' TO WRK-SW-ACHOU-FX                               00905090
              MOVE 1   TO WRK-IND-FX                                    00905100
              PERFORM 2225-TESTAR-FAIXA-IRRF                            00905110
                 UNTIL WRK-ACHOU-FAIXA                                  00905120
                    OR WRK-IND-FX GREATER WRK-IRRF-QTDE                 00905130
              IF NOT WRK-ACHOU-FAIXA                                    00905140
                SET IRRF-IDX TO WRK-IRRF-QTDE                           00905150
              END-IF                                                    00905160
              COMPUTE WRK-IRRF-CALC =                                   00905170
                      WRK-BASE-IRRF * WRK-IRRF-ALIQ (IRRF-IDX) / 100    00905180
                    - WRK-IRRF-DEDUCAO (IRRF-IDX)                       00905190
              IF WRK-IRRF-CALC GREATER ZEROS                            00905200
                COMPUTE WRK-VLR-IRRF ROUNDED = WRK-IRRF-CALC            00905210
              END-IF                                                    00905220
            ELSE                                                        00905230
              MOVE ZEROS TO WRK-BASE-IRRF                               00905240
            END-IF.                                                     00905250
      *--------------------------------------------------------------   00905260
       2220-99-FIM.                              EXIT.                  00905270
      *--------------------------------------------------------------   00905280
      *--------------------------------------------------------------   00905290
       2225-TESTAR-FAIXA-IRRF                    SECTION.               00905300
      *--------------------------------------------------------------   00905310
            SET IRRF-IDX TO WRK-IND-FX.                                 00905320
            IF WRK-BASE-IRRF GREATER WRK-IRRF-LIMITE (IRRF-IDX)         00905330
              ADD 1 TO WRK-IND-FX                                       00905340
            ELSE                                                        00905350
              MOVE 'S' TO WRK-SW-ACHOU-FX                               00905360
            END-IF.                                                     00905370
      *--------------------------------------------------------------   00905380
       2225-99-FIM.                              EXIT.                  00905390
      *--------------------------------------------------------------   00905400
      ***************************************************************   00905410
      *       I M P R I M I R   H O L E R I T E                     *   00905420
      ***************************************************************   00905430
      *--------------------------------------------------------------   00905440
       2250-IMPRIMIR-HOLERITE                    SECTION.               00905450
      *--------------------------------------------------------------   00905460
            WRITE FD-RELHOLER FROM WRK-HOL-TRACO.                       00905470
            MOVE WRK-COMP-MES              TO WRK-HOL-MES.              00905480
            MOVE WRK-COMP-ANO              TO WRK-HOL-ANO.              00905490
            WRITE FD-RELHOLER FROM WRK-HOL-CABECALHO.                   00905500
            MOVE DB2-ID                    TO WRK-HOL-ID.               00905510
            MOVE DB2-NOME                  TO WRK-HOL-NOME.             00905520
            MOVE DB2-SETOR                 TO WRK-HOL-SETOR.            00905530
            WRITE FD-RELHOLER FROM WRK-HOL-FUNCIONARIO.                 00905540
            MOVE WRK-TAB-AGENCIA (LNK-IDX) TO WRK-HOL-AGENCIA.          00905550
            MOVE WRK-TAB-CONTA (LNK-IDX)   TO WRK-HOL-CONTA-CC.         00905560
            MOVE WRK-DEPENDENTES           TO WRK-HOL-DEPEND.           00905570
            WRITE FD-RELHOLER FROM WRK-HOL-CONTA.                       00905580
            MOVE SPACES TO FD-RELHOLER.                                 00905590
            WRITE FD-RELHOLER.                                          00905600
            MOVE 'SALARIO BRUTO'           TO WRK-HOL-VB-DESCR.         00905610
            MOVE SPACES                    TO WRK-HOL-VB-REF-TXT.       00905620
            MOVE ZEROS                     TO WRK-HOL-VB-REF.           00905630
            MOVE WRK-VLR-BRUTO             TO WRK-HOL-VB-VALOR.         00905640
            WRITE FD-RELHOLER FROM WRK-HOL-VERBA.                       00905650
            MOVE '(-) INSS'                TO WRK-HOL-VB-DESCR.         00905660
            MOVE 'BASE'                    TO WRK-HOL-VB-REF-TXT.       00905670
            MOVE WRK-BASE-INSS             TO WRK-HOL-VB-REF.           00905680
            MOVE WRK-VLR-INSS              TO WRK-HOL-VB-VALOR.         00905690
            WRITE FD-RELHOLER FROM WRK-HOL-VERBA.                       00905700
            MOVE '(-) IRRF'                TO WRK-HOL-VB-DESCR.         00905710
            MOVE 'BASE'                    TO WRK-HOL-VB-REF-TXT.       00905720
            MOVE WRK-BASE-IRRF             TO WRK-HOL-VB-REF.           00905730
            MOVE WRK-VLR-IRRF              TO WRK-HOL-VB-VALOR.         00905740
            WRITE FD-RELHOLER FROM WRK-HOL-VERBA.                       00905750
            MOVE 'SALARIO LIQUIDO'         TO WRK-HOL-VB-DESCR.         00905760
            MOVE SPACES                    TO WRK-HOL-VB-REF-TXT.       00905770
            MOVE ZEROS                     TO WRK-HOL-VB-REF.           00905780
            MOVE WRK-VLR-LIQUIDO           TO WRK-HOL-VB-VALOR.         00905790
            WRITE FD-RELHOLER FROM WRK-HOL-VERBA.                       00905800
            MOVE SPACES TO FD-RELHOLER.                                 00905810
            WRITE FD-RELHOLER.                                          00905820
            MOVE REG-FOLACM-ANO            TO WRK-HOL-ACM-ANO.          00905830
            MOVE REG-FOLACM-MESES          TO WRK-HOL-ACM-MESES.        00905840
            WRITE FD-RELHOLER FROM WRK-HOL-ACUM-TIT.                    00905850
            MOVE REG-FOLACM-BRUTO          TO WRK-HOL-ACM-BRUTO.        00905860
            MOVE REG-FOLACM-INSS           TO WRK-HOL-ACM-INSS.         00905870
            MOVE REG-FOLACM-IRRF           TO WRK-HOL-ACM-IRRF.         00905880
            MOVE REG-FOLACM-LIQUIDO        TO WRK-HOL-ACM-LIQUIDO.      00905890
            WRITE FD-RELHOLER FROM WRK-HOL-ACUM.                        00905900
      *--------------------------------------------------------------   00905910
       2250-99-FIM.                              EXIT.                  00905920
      *--------------------------------------------------------------   00905930
      ***************************************************************   00905940
      *     A T U A L I Z A R   A C U M U L A D O   A N U A L       *   00905950
      ***************************************************************   00905960
      * ACMANT E O CURSOR ESTAO EM ORDEM DE ID: OS ACUMULADOS DE ID *   00905970
      * MENOR (QUEM NAO RECEBEU) SAO COPIADOS ANTES. RERUN DA MESMA *   00905980
      * COMPETENCIA TIRA OS VALORES DA RODADA ANTERIOR ANTES DE     *   00905990
      * SOMAR; COMPETENCIA ANTERIOR A ULTIMA JA ACUMULADA RETEM A   *   00906000
      * FOLHA (RC 8). A PRIMEIRA FOLHA DO ANO RECOMECA O ACUMULADO. *   00906010
      *--------------------------------------------------------------   00906020
       2300-ATUALIZAR-ACUMULADO                  SECTION.               00906030
      *--------------------------------------------------------------   00906040
            PERFORM 2320-COPIAR-ACUMULADO                               00906050
               UNTIL WRK-ACM-ID-ATUAL NOT LESS DB2-ID.                  00906060
            IF WRK-ACM-ID-ATUAL EQUAL DB2-ID                            00906070
              MOVE FD-ACMANT TO REG-FOLACM                              00906080
              PERFORM 2310-LER-ACMANT                                   00906090
            ELSE                                                        00906100
              INITIALIZE REG-FOLACM                                     00906110
              MOVE DB2-ID       TO REG-FOLACM-ID                        00906120
              MOVE WRK-COMP-ANO TO REG-FOLACM-ANO                       00906130
            END-IF.                                                     00906140
            IF REG-FOLACM-ULT-COMP GREATER WRK-COMP-N                   00906150
              DISPLAY 'ACUMULADO DO ID ' DB2-ID ' JA TEM A COMPETENCIA '00906160
                      REG-FOLACM-ULT-COMP                               00906170
              MOVE 'FR16FP01'            TO WRK-PROGRAMA                00906180
              MOVE '2300'                TO WRK-SECAO                   00906190
              MOVE 'COMPETENCIA ANTERIOR AO ACUMULADO' TO WRK-MENSAGEM  00906200
              MOVE ZEROS                 TO WRK-STATUS                  00906210
              PERFORM 6000-TRATA-ERROS                                  00906220
            END-IF.                                                     00906230
            IF REG-FOLACM-ULT-COMP EQUAL WRK-COMP-N                     00906240
              SUBTRACT REG-FOLACM-ULT-BRUTO   FROM REG-FOLACM-BRUTO     00906250
              SUBTRACT REG-FOLACM-ULT-INSS    FROM REG-FOLACM-INSS      00906260
              SUBTRACT REG-FOLACM-ULT-IRRF    FROM REG-FOLACM-IRRF      00906270
              SUBTRACT REG-FOLACM-ULT-LIQUIDO FROM REG-FOLACM-LIQUIDO   00906280
              SUBTRACT 1                      FROM REG-FOLACM-MESES     00906290
            END-IF.                                                     00906300
            IF REG-FOLACM-ANO NOT EQUAL WRK-COMP-ANO                    00906310
              MOVE WRK-COMP-ANO TO REG-FOLACM-ANO                       00906320
              MOVE ZEROS        TO REG-FOLACM-MESES REG-FOLACM-BRUTO    00906330
                                   REG-FOLACM-INSS  REG-FOLACM-IRRF     00906340
                                   REG-FOLACM-LIQUIDO                   00906350
            END-IF.                                                     00906360
            MOVE DB2-NOME         TO REG-FOLACM-NOME.                   00906370
            MOVE DB2-SETOR        TO REG-FOLACM-SETOR.                  00906380
            ADD 1                 TO REG-FOLACM-MESES.                  00906390
            ADD WRK-VLR-BRUTO     TO REG-FOLACM-BRUTO.                  00906400
            ADD WRK-VLR-INSS      TO REG-FOLACM-INSS.                   00906410
            ADD WRK-VLR-IRRF      TO REG-FOLACM-IRRF.                   00906420
            ADD WRK-VLR-LIQUIDO   TO REG-FOLACM-LIQUIDO.                00906430
            MOVE WRK-COMP-N       TO REG-FOLACM-ULT-COMP.               00906440
            MOVE WRK-VLR-BRUTO    TO REG-FOLACM-ULT-BRUTO.              00906450
            MOVE WRK-VLR-INSS     TO REG-FOLACM-ULT-INSS.               00906460
            MOVE WRK-VLR-IRRF     TO REG-FOLACM-ULT-IRRF.               00906470
            MOVE WRK-VLR-LIQUIDO  TO REG-FOLACM-ULT-LIQUIDO.            00906480
            MOVE WRK-DEPENDENTES  TO REG-FOLACM-ULT-DEPEND.             00906490
            WRITE FD-ACMNOVO FROM REG-FOLACM.                           00906500
            ADD 1 TO WRK-ACM-GRAVADOS.                                  00906510
      *--------------------------------------------------------------   00906520
       2300-99-FIM.                              EXIT.                  00906530
      *--------------------------------------------------------------   00906540
      *--------------------------------------------------------------   00906550
       2310-LER-ACMANT                           SECTION.               00906560
      *--------------------------------------------------------------   00906570
            READ ACMANT                                                 00906580
              AT END MOVE 10 TO WRK-FS-ACMANT                           00906590
            END-READ.                                                   00906600
            IF WRK-FS-ACMANT EQUAL 10                                   00906610
              MOVE WRK-ID-FIM TO WRK-ACM-ID-ATUAL                       00906620
            ELSE                                                        00906630
              IF FD-ACMANT-ID NOT NUMERIC                               00906640
                MOVE 'FR16FP01'            TO WRK-PROGRAMA              00906650
                MOVE '2310'                TO WRK-SECAO                 00906660
                MOVE 'REGISTRO INVALIDO NO ACMANT' TO WRK-MENSAGEM      00906670
                MOVE WRK-FS-ACMANT         TO WRK-STATUS                00906680
                PERFORM 6000-TRATA-ERROS                                00906690
              END-IF                                                    00906700
              MOVE FD-ACMANT-ID TO WRK-ACM-ID-ATUAL                     00906710
              IF WRK-ACM-ID-ATUAL NOT GREATER WRK-ACM-ID-ANT            00906720
                MOVE 'FR16FP01'            TO WRK-PROGRAMA              00906730
                MOVE '2310'                TO WRK-SECAO                 00906740
                MOVE 'ACMANT FORA DE ORDEM DE ID' TO WRK-MENSAGEM       00906750
                MOVE WRK-FS-ACMANT         TO WRK-STATUS                00906760
                PERFORM 6000-TRATA-ERROS                                00906770
              END-IF                                                    00906780
              MOVE WRK-ACM-ID-ATUAL TO WRK-ACM-ID-ANT                   00906790
            END-IF.                                                     00906800
      *--------------------------------------------------------------   00906810
       2310-99-FIM.                              EXIT.                  00906820
      *--------------------------------------------------------------   00906830
      *--------------------------------------------------------------   00906840
       2320-COPIAR-ACUMULADO                     SECTION.               00906850
      *--------------------------------------------------------------   00906860
            WRITE FD-ACMNOVO FROM FD-ACMANT.                            00906870
            ADD 1 TO WRK-ACM-GRAVADOS.                                  00906880
            PERFORM 2310-LER-ACMANT.                                    00906890
      *--------------------------------------------------------------   00906900
       2320-99-FIM.                              EXIT.                  00906910
      *--------------------------------------------------------------   00906920
      ***************************************************************   00906930
      *       A C U M U L A R   S E T O R                           *   00906940
      ***************************************************************   00906950
      *--------------------------------------------------------------   00906960
       2400-ACUMULAR-SETOR                       SECTION.               00906970
      *--------------------------------------------------------------   00906980
            MOVE 'N' TO WRK-SW-ACHOU-SET.                               00906990
            MOVE 1   TO WRK-IND-SET.                                    00907000
            PERFORM 2410-PROCURAR-SETOR                                 00907010
               UNTIL WRK-ACHOU-POSICAO                                  00907020
                  OR WRK-IND-SET GREATER WRK-SET-OCUP.                  00907030
            SET SET-IDX TO WRK-IND-SET.                                 00907040
            IF NOT WRK-ACHOU-POSICAO OR                                 00907050
               WRK-SET-SETOR (SET-IDX) NOT EQUAL DB2-SETOR              00907060
              IF WRK-SET-OCUP EQUAL WRK-SET-MAX                         00907070
                MOVE 'FR16FP01'            TO WRK-PROGRAMA              00907080
                MOVE '2400'                TO WRK-SECAO                 00907090
                MOVE 'TABELA DE SETORES EXCEDE O LIMITE' TO WRK-MENSAGEM00907100
                MOVE ZEROS                 TO WRK-STATUS                00907110
                PERFORM 6000-TRATA-ERROS                                00907120
              END-IF                                                    00907130
              MOVE WRK-SET-OCUP TO WRK-IND-DESL                         00907140
              PERFORM 2420-DESLOCAR-SETOR                               00907150
                 UNTIL WRK-IND-DESL LESS WRK-IND-SET                    00907160
              ADD 1 TO WRK-SET-OCUP                                     00907170
              SET SET-IDX TO WRK-IND-SET                                00907180
              MOVE DB2-SETOR TO WRK-SET-SETOR (SET-IDX)                 00907190
              MOVE ZEROS     TO WRK-SET-QTDE (SET-IDX)                  00907200
                                WRK-SET-BRUTO (SET-IDX)                 00907210
                                WRK-SET-INSS (SET-IDX)                  00907220
                                WRK-SET-IRRF (SET-IDX)                  00907230
                                WRK-SET-LIQUIDO (SET-IDX)               00907240
            END-IF.                                                     00907250
            ADD 1               TO WRK-SET-QTDE (SET-IDX).              00907260
            ADD WRK-VLR-BRUTO   TO WRK-SET-BRUTO (SET-IDX).             00907270
            ADD WRK-VLR-INSS    TO WRK-SET-INSS (SET-IDX).              00907280
            ADD WRK-VLR-IRRF    TO WRK-SET-IRRF (SET-IDX).              00907290
            ADD WRK-VLR-LIQUIDO TO WRK-SET-LIQUIDO (SET-IDX).           00907300
      *--------------------------------------------------------------   00907310
       2400-99-FIM.                              EXIT.                  00907320
      *--------------------------------------------------------------   00907330
      *--------------------------------------------------------------   00907340
       2410-PROCURAR-SETOR                       SECTION.               00907350
      *--------------------------------------------------------------   00907360
            SET SET-IDX TO WRK-IND-SET.                                 00907370
            IF WRK-SET-SETOR (SET-IDX) NOT LESS DB2-SETOR               00907380
              MOVE 'S' TO WRK-SW-ACHOU-SET                              00907390
            ELSE                                                        00907400
              ADD 1 TO WRK-IND-SET                                      00907410
            END-IF.                                                     00907420
      *--------------------------------------------------------------   00907430
       2410-99-FIM.                              EXIT.                  00907440
      *--------------------------------------------------------------   00907450
      *--------------------------------------------------------------   00907460
       2420-DESLOCAR-SETOR                       SECTION.               00907470
      *--------------------------------------------------------------   00907480
            SET SET-IDX TO WRK-IND-DESL.                                00907490
            MOVE WRK-SET (SET-IDX) TO WRK-SET (SET-IDX + 1).            00907500
            SUBTRACT 1 FROM WRK-IND-DESL.                               00907510
      *--------------------------------------------------------------   00907520
       2420-99-FIM.                              EXIT.                  00907530
      *--------------------------------------------------------------   00907540
      ***************************************************************   00013500
      *       L I S T A R   D E S L I G A D O S                     *   00013510
      ***************************************************************   00013520
            MOVE WRK-FUNC-LIDOS     TO WRK-FPT-QTDE                     00013930
            MOVE ZEROS              TO WRK-FPT-VALOR                    00013940
            WRITE FD-RELFOLHA FROM WRK-TOTAL-FP.                        00013950
            MOVE 'FUNCIONARIOS PAGOS / LIQUIDO......:'                  00013960
                                    TO WRK-FPT-TEXTO                    00013970
            MOVE WRK-PAGOS          TO WRK-FPT-QTDE                     00013980
            MOVE WRK-VALOR-FOLHA    TO WRK-FPT-VALOR                    00013990
            WRITE FD-RELFOLHA FROM WRK-TOTAL-FP.                        00014000
            MOVE 'SALARIO BRUTO DA FOLHA..........:'                    00907550
                                    TO WRK-FPT-TEXTO                    00907560
            MOVE WRK-PAGOS          TO WRK-FPT-QTDE                     00907570
            MOVE WRK-TOTAL-BRUTO    TO WRK-FPT-VALOR                    00907580
            WRITE FD-RELFOLHA FROM WRK-TOTAL-FP.                        00907590
            MOVE 'INSS RETIDO.....................:'                    00907600
                                    TO WRK-FPT-TEXTO                    00907610
            MOVE WRK-PAGOS          TO WRK-FPT-QTDE                     00907620
            MOVE WRK-TOTAL-INSS     TO WRK-FPT-VALOR                    00907630
            WRITE FD-RELFOLHA FROM WRK-TOTAL-FP.                        00907640
            MOVE 'IRRF RETIDO.....................:'                    00907650
                                    TO WRK-FPT-TEXTO                    00907660
            MOVE WRK-PAGOS          TO WRK-FPT-QTDE                     00907670
            MOVE WRK-TOTAL-IRRF     TO WRK-FPT-VALOR                    00907680
            WRITE FD-RELFOLHA FROM WRK-TOTAL-FP.                        00907690
            MOVE 'FUNCIONARIOS SEM VINCULO........:'                    00014010
                                    TO WRK-FPT-TEXTO                    00014020
            MOVE WRK-SEM-VINCULO    TO WRK-FPT-QTDE                     00014030
            MOVE WRK-DESLIGADOS     TO WRK-FPT-QTDE                     00014080
            MOVE ZEROS              TO WRK-FPT-VALOR                    00014090
            WRITE FD-RELFOLHA FROM WRK-TOTAL-FP.                        00014100
            MOVE 'ACUMULADOS ANUAIS GRAVADOS......:'                    00907700
                                    TO WRK-FPT-TEXTO                    00907710
            MOVE WRK-ACM-GRAVADOS   TO WRK-FPT-QTDE                     00907720
            MOVE ZEROS              TO WRK-FPT-VALOR                    00907730
            WRITE FD-RELFOLHA FROM WRK-TOTAL-FP.                        00907740
            MOVE SPACES TO FD-RELFOLHA.                                 00907750
            WRITE FD-RELFOLHA.                                          00907760
            MOVE 'COMPETENCIA (PRIMEIRO DIA).....:' TO WRK-FPD-TEXTO.   00907770
            MOVE WRK-DATA-REF       TO WRK-DATA-AUX.                    00907780
            PERFORM 3050-IMPRIMIR-DATA.                                 00907790
            MOVE 'PAGAMENTO (5O DIA UTIL)........:' TO WRK-FPD-TEXTO.   00923080
            MOVE WRK-DATA-PAGTO     TO WRK-DATA-AUX.                    00923090
            PERFORM 3050-IMPRIMIR-DATA.                                 00923100
            MOVE 'FOLHA PROCESSADA EM............:' TO WRK-FPD-TEXTO.   00923110
            MOVE WRK-DATA-HOJE      TO WRK-DATA-AUX.                    00923120
            PERFORM 3050-IMPRIMIR-DATA.                                 00923130
            MOVE 'TABELA DE INSS VIGENTE DESDE...:' TO WRK-FPD-TEXTO.   00907800
            MOVE WRK-INSS-VIG       TO WRK-DATA-AUX.                    00907810
            PERFORM 3050-IMPRIMIR-DATA.                                 00907820
            MOVE 'TABELA DE IRRF VIGENTE DESDE...:' TO WRK-FPD-TEXTO.   00907830
            MOVE WRK-IRRF-VIG       TO WRK-DATA-AUX.                    00907840
            PERFORM 3050-IMPRIMIR-DATA.                                 00907850
            IF WRK-DEPE-VIG NOT EQUAL ZEROS                             00907860
              MOVE 'DEDUCAO P/ DEPENDENTE DESDE....:' TO WRK-FPD-TEXTO  00907870
              MOVE WRK-DEPE-VIG     TO WRK-DATA-AUX                     00907880
              PERFORM 3050-IMPRIMIR-DATA                                00907890
            END-IF.                                                     00907900
            PERFORM 3100-IMPRIMIR-RETENCOES.                            00907910
            CLOSE FUNCLINK FUNCDEP ACMANT MOVFOLHA RELFOLHA RELHOLER    00907920
                  RELRETEN ACMNOVO.                                     00907930
            DISPLAY ' '.                                                00014120
            DISPLAY 'FUNCIONARIOS LIDOS            : ' WRK-FUNC-LIDOS.  00014130
            DISPLAY 'FUNCIONARIOS PAGOS            : ' WRK-PAGOS.       00014140
            DISPLAY 'INSS RETIDO                   : ' WRK-TOTAL-INSS.  00907940
            DISPLAY 'IRRF RETIDO                   : ' WRK-TOTAL-IRRF.  00907950
            DISPLAY 'ACUMULADOS ANUAIS GRAVADOS    : ' WRK-ACM-GRAVADOS.00907960
            DISPLAY 'FUNCIONARIOS SEM VINCULO      : ' WRK-SEM-VINCULO. 00014150
            DISPLAY 'VINCULOS DE DESLIGADOS        : ' WRK-DESLIGADOS.  00014160
            IF WRK-SEM-VINCULO NOT EQUAL ZEROS OR                       00014170
               WRK-DESLIGADOS NOT EQUAL ZEROS OR                        00014180
               WRK-FOLHA-ATRASADA                                       00923140
              MOVE 4 TO RETURN-CODE                                     00014190
            END-IF.                                                     00014200
            DISPLAY '-----FIM DE PROCESSAMENTO----'.                    00014210
      *--------------------------------------------------------------   00014220
       3000-99-FIM.                              EXIT.                  00014230
      *--------------------------------------------------------------   00014240
      *--------------------------------------------------------------   00907970
       3050-IMPRIMIR-DATA                        SECTION.               00907980
      *--------------------------------------------------------------   00907990
            MOVE WRK-AUX-DIA        TO WRK-FPD-DIA.                     00908000
            MOVE WRK-AUX-MES        TO WRK-FPD-MES.                     00908010
            MOVE WRK-AUX-ANO        TO WRK-FPD-ANO.                     00908020
            WRITE FD-RELFOLHA FROM WRK-DATA-FP.                         00908030
      *--------------------------------------------------------------   00908040
       3050-99-FIM.                              EXIT.                  00908050
      *--------------------------------------------------------------   00908060
      ***************************************************************   00908070
      *   I M P R I M I R   R E T E N C O E S   P O R   S E T O R   *   00908080
      ***************************************************************   00908090
      *--------------------------------------------------------------   00908100
       3100-IMPRIMIR-RETENCOES                   SECTION.               00908110
      *--------------------------------------------------------------   00908120
            MOVE WRK-COMP-MES       TO WRK-RET-MES.                     00908130
            MOVE WRK-COMP-ANO       TO WRK-RET-ANO.                     00908140
            WRITE FD-RELRETEN FROM WRK-RET-CABECALHO.                   00908150
            MOVE SPACES TO FD-RELRETEN.                                 00908160
            WRITE FD-RELRETEN.                                          00908170
            WRITE FD-RELRETEN FROM WRK-RET-COLUNAS.                     00908180
            MOVE 1 TO WRK-IND-SET.                                      00908190
            PERFORM 3150-IMPRIMIR-SETOR                                 00908200
               UNTIL WRK-IND-SET GREATER WRK-SET-OCUP.                  00908210
            MOVE SPACES TO FD-RELRETEN.                                 00908220
            WRITE FD-RELRETEN.                                          00908230
            MOVE 'TOTAL'            TO WRK-RET-SETOR.                   00908240
            MOVE WRK-PAGOS          TO WRK-RET-QTDE.                    00908250
            MOVE WRK-TOTAL-BRUTO    TO WRK-RET-BRUTO.                   00908260
            MOVE WRK-TOTAL-INSS     TO WRK-RET-INSS.                    00908270
            MOVE WRK-TOTAL-IRRF     TO WRK-RET-IRRF.                    00908280
            MOVE WRK-VALOR-FOLHA    TO WRK-RET-LIQUIDO.                 00908290
            WRITE FD-RELRETEN FROM WRK-RET-DETALHE.                     00908300
      *--------------------------------------------------------------   00908310
       3100-99-FIM.                              EXIT.                  00908320
      *--------------------------------------------------------------   00908330
      *--------------------------------------------------------------   00908340
       3150-IMPRIMIR-SETOR                       SECTION.               00908350
      *--------------------------------------------------------------   00908360
            SET SET-IDX TO WRK-IND-SET.                                 00908370
            MOVE WRK-SET-SETOR (SET-IDX)   TO WRK-RET-SETOR.            00908380
            MOVE WRK-SET-QTDE (SET-IDX)    TO WRK-RET-QTDE.             00908390
            MOVE WRK-SET-BRUTO (SET-IDX)   TO WRK-RET-BRUTO.            00908400
            MOVE WRK-SET-INSS (SET-IDX)    TO WRK-RET-INSS.             00908410
            MOVE WRK-SET-IRRF (SET-IDX)    TO WRK-RET-IRRF.             00908420
            MOVE WRK-SET-LIQUIDO (SET-IDX) TO WRK-RET-LIQUIDO.          00908430
            WRITE FD-RELRETEN FROM WRK-RET-DETALHE.                     00908440
            ADD 1 TO WRK-IND-SET.                                       00908450
      *--------------------------------------------------------------   00908460
       3150-99-FIM.                              EXIT.                  00908470
      *--------------------------------------------------------------   00908480
      ***************************************************************   00014250
      *         T E S T A R   S T A T U S                           *   00014260
      ***************************************************************   00014270
               MOVE 'ERRO NO OPEN RELFOLHA' TO WRK-MENSAGEM             00014470
               MOVE WRK-FS-RELFOLHA        TO WRK-STATUS                00014480
                 PERFORM 6000-TRATA-ERROS                               00014490
             WHEN WRK-FS-FUNCDEP  NOT EQUAL 0                           00908490
               MOVE 'FR16FP01'             TO WRK-PROGRAMA              00908500
               MOVE '5100'                 TO WRK-SECAO                 00908510
               MOVE 'ERRO NO OPEN FUNCDEP' TO WRK-MENSAGEM              00908520
               MOVE WRK-FS-FUNCDEP         TO WRK-STATUS                00908530
                 PERFORM 6000-TRATA-ERROS                               00908540
             WHEN WRK-FS-TABFOLHA NOT EQUAL 0                           00908550
               MOVE 'FR16FP01'             TO WRK-PROGRAMA              00908560
               MOVE '5100'                 TO WRK-SECAO                 00908570
               MOVE 'ERRO NO OPEN TABFOLHA' TO WRK-MENSAGEM             00908580
               MOVE WRK-FS-TABFOLHA        TO WRK-STATUS                00908590
                 PERFORM 6000-TRATA-ERROS                               00908600
             WHEN WRK-FS-ACMANT   NOT EQUAL 0                           00908610
               MOVE 'FR16FP01'             TO WRK-PROGRAMA              00908620
               MOVE '5100'                 TO WRK-SECAO                 00908630
               MOVE 'ERRO NO OPEN ACMANT' TO WRK-MENSAGEM               00908640
               MOVE WRK-FS-ACMANT          TO WRK-STATUS                00908650
                 PERFORM 6000-TRATA-ERROS                               00908660
             WHEN WRK-FS-ACMNOVO  NOT EQUAL 0                           00908670
               MOVE 'FR16FP01'             TO WRK-PROGRAMA              00908680
               MOVE '5100'                 TO WRK-SECAO                 00908690
               MOVE 'ERRO NO OPEN ACMNOVO' TO WRK-MENSAGEM              00908700
               MOVE WRK-FS-ACMNOVO         TO WRK-STATUS                00908710
                 PERFORM 6000-TRATA-ERROS                               00908720
             WHEN WRK-FS-RELHOLER NOT EQUAL 0                           00908730
               MOVE 'FR16FP01'             TO WRK-PROGRAMA              00908740
               MOVE '5100'                 TO WRK-SECAO                 00908750
               MOVE 'ERRO NO OPEN RELHOLER' TO WRK-MENSAGEM             00908760
               MOVE WRK-FS-RELHOLER        TO WRK-STATUS                00908770
                 PERFORM 6000-TRATA-ERROS                               00908780
             WHEN WRK-FS-RELRETEN NOT EQUAL 0                           00908790
               MOVE 'FR16FP01'             TO WRK-PROGRAMA              00908800
               MOVE '5100'                 TO WRK-SECAO                 00908810
               MOVE 'ERRO NO OPEN RELRETEN' TO WRK-MENSAGEM             00908820
               MOVE WRK-FS-RELRETEN        TO WRK-STATUS                00908830
                 PERFORM 6000-TRATA-ERROS                               00908840
            END-EVALUATE.                                               00014500
      *--------------------------------------------------------------   00014510
       5100-99-FIM.                              EXIT.                  00014520
