      *=============================================================*   00010000
       IDENTIFICATION                            DIVISION.              00010010
      *=============================================================*   00010020
                                                                        00010030
       PROGRAM-ID. FR16HT01.                                            00010040
      *=============================================================*   00010050
      *             T R E I N A M E N T O                           *   00010060
      *=============================================================*   00010070
      * PROGRAMA......: FR16HT01.                                   *   00010080
      *-------------------------------------------------------------*   00010090
      * PROGRAMADOR...: LUCIANO GUIMARAES.                          *   00010100
      * DATA..........: 15/10/2026                                  *   00010110
      * EMPRESA.......: FOURSYS                                     *   00010120
      * INSTRUTOR.....: IVAN SANCHES                                *   00010130
      *-------------------------------------------------------------*   00010140
      * OBJETIVO......: RESUMO NOTURNO POR CODIGO DE HISTORICO.     *   00010150
      *                 RODA DEPOIS DO BALANCE LINE (FR16EX04) E    *   00010160
      *                 TOTALIZA O MOVIMENTO DA NOITE (MOV0106) POR *   00010170
      *                 AGENCIA E CODIGO DE HISTORICO: QUANTIDADE E *   00010180
      *                 VALOR POSTADOS E QUANTIDADE E VALOR NAO     *   00010190
      *                 POSTADOS (O QUE FOI PARA O MOV0106E E O     *   00010200
      *                 MOV0106R, RECONHECIDOS COMO NO FR16CT01).   *   00010210
      *                 NO FIM IMPRIME O TOTAL GERAL POR CODIGO E A *   00010220
      *                 TABELA DE HISTORICOS EM VIGOR (HISTCOD),    *   00010230
      *                 COM SENTIDO, PERMISSOES PARA CONTA          *   00010240
      *                 DORMENTE/BLOQUEADA E CATEGORIA CONTABIL.    *   00010250
      *                 RELATORIO INFORMATIVO: NAO RETEM O FLUXO.   *   00010260
      *-------------------------------------------------------------*   00010270
      *   ARQUIVOS...:                                              *   00010280
      *    DDNAME              I/O                                  *   00010290
      *    RUNCTL               I                                   *   00010300
      *    HISTCOD              I                                   *   00010310
      *    MOV0106              I                                   *   00010320
      *    MOV0106E             I                                   *   00010330
      *    MOV0106R             I                                   *   00010340
      *    RELHIST              O                                   *   00010350
      *-------------------------------------------------------------*   00010360
      *   MODULOS....:                             INCLUDE/BOOK     *   00010370
      *   GRAVALOG -   TRATAMENTO DE ERROS            GLOG2         *   00010380
      *=============================================================*   00010390
                                                                        00010400
      *=============================================================*   00010410
       ENVIRONMENT                               DIVISION.              00010420
      *=============================================================*   00010430
      *-------------------------------------------------------------*   00010440
       CONFIGURATION                             SECTION.               00010450
      *-------------------------------------------------------------*   00010460
       SPECIAL-NAMES.                                                   00010470
           DECIMAL-POINT IS COMMA.                                      00010480
                                                                        00010490
       INPUT-OUTPUT                              SECTION.               00010500
       FILE-CONTROL.                                                    00010510
            SELECT RUNCTL   ASSIGN TO RUNCTL                            00010520
                FILE STATUS  IS WRK-FS-RUNCTL.                          00010530
                                                                        00010540
            SELECT HISTCOD  ASSIGN TO HISTCOD                           00010550
                FILE STATUS  IS WRK-FS-HISTCOD.                         00010560
                                                                        00010570
            SELECT MOV0106  ASSIGN TO MOV0106                           00010580
                FILE STATUS  IS WRK-FS-MOV0106.                         00010590
                                                                        00010600
            SELECT MOV0106E ASSIGN TO MOV0106E                          00010610
                FILE STATUS  IS WRK-FS-MOV0106E.                        00010620
                                                                        00010630
            SELECT MOV0106R ASSIGN TO MOV0106R                          00010640
                FILE STATUS  IS WRK-FS-MOV0106R.                        00010650
                                                                        00010660
            SELECT RELHIST  ASSIGN TO RELHIST                           00010670
                FILE STATUS  IS WRK-FS-RELHIST.                         00010680
      *=============================================================*   00010690
       DATA                                      DIVISION.              00010700
      *=============================================================*   00010710
       FILE                                      SECTION.               00010720
      *-------------------------------------------------------------*   00010730
                                                                        00010740
       FD RUNCTL                                                        00010750
          RECORDING  MODE IS F.                                         00010760
                                                                        00010770
       01 FD-RUNCTL.                                                    00010780
          05 FD-RUN-DATA       PIC 9(08).                               00010790
          05 FD-RUN-NSEQ       PIC 9(03).                               00010800
                                                                        00010810
       FD HISTCOD                                                       00010820
          RECORDING  MODE IS F                                          00010830
          BLOCK CONTAINS 0 RECORDS.                                     00010840
                                                                        00010850
       COPY '#HISTREG'.                                                 00010860
                                                                        00010870
       FD MOV0106                                                       00010880
           RECORDING  MODE IS F                                         00010890
           BLOCK CONTAINS 0 RECORDS.                                    00010900
                                                                        00010910
       01 FD-MOV0106.                                                   00010920
          05 FD-MOV0106-CHAVE.                                          00010930
             10 FD-MOV0106-AGENCIA    PIC X(04).                        00010940
             10 FD-MOV0106-CONTA      PIC X(04).                        00010950
          05 FD-MOV0106-MOVIMENTO  PIC X(30).                           00010960
          05 FD-MOV0106-VALORMOV   PIC 9(08)V99.                        00010970
          05 FD-MOV0106-TIPOMOV    PIC X(01).                           00010980
          05 FD-MOV0106-HISTORICO  PIC 9(03).                           00010990
                                                                        00011000
       FD MOV0106E                                                      00011010
          RECORDING  MODE IS F                                          00011020
          BLOCK CONTAINS 0 RECORDS.                                     00011030
                                                                        00011040
       01 FD-MOV0106E.                                                  00011050
          05 FD-MOV0106E-CHAVE.                                         00011060
             10 FD-MOV0106E-AGENCIA   PIC X(04).                        00011070
             10 FD-MOV0106E-CONTA     PIC X(04).                        00011080
          05 FD-MOV0106E-MOVIMENTO PIC X(30).                           00011090
          05 FD-MOV0106E-VALORMOV  PIC 9(08)V99.                        00011100
          05 FD-MOV0106E-TIPOMOV   PIC X(01).                           00011110
          05 FD-MOV0106E-MOTIVO    PIC X(20).                           00011120
          05 FD-MOV0106E-DATA-PROC PIC 9(08).                           00011130
          05 FD-MOV0106E-NSEQ-RUN  PIC 9(03).                           00011140
          05 FD-MOV0106E-HISTORICO PIC 9(03).                           00011150
                                                                        00011160
       FD MOV0106R                                                      00011170
          RECORDING  MODE IS F                                          00011180
          BLOCK CONTAINS 0 RECORDS.                                     00011190
                                                                        00011200
       COPY '#MOV0106R'.                                                00011210
                                                                        00011220
       FD RELHIST                                                       00011230
          RECORDING  MODE IS F.                                         00011240
                                                                        00011250
       01 FD-RELHIST        PIC X(132).                                 00011260
      *-------------------------------------------------------------*   00011270
       WORKING-STORAGE                           SECTION.               00011280
      *-------------------------------------------------------------*   00011290
                                                                        00011300
      *-------------------------------------------------------------*   00011310
       01 FILLER PIC X(45) VALUE                                        00011320
              '------------------#GLOG----------------------'.          00011330
      *-------------------------------------------------------------*   00011340
                                                                        00011350
       COPY '#GLOG'.                                                    00011360
                                                                        00011370
      *-------------------------------------------------------------*   00011380
       01 FILLER PIC X(45) VALUE                                        00011390
              '-----------DADOS E FILE STATUS---------------'.          00011400
      *-------------------------------------------------------------*   00011410
       77 WRK-FS-RUNCTL     PIC 9(02).                                  00011420
       77 WRK-FS-HISTCOD    PIC 9(02).                                  00011430
       77 WRK-FS-MOV0106    PIC 9(02).                                  00011440
       77 WRK-FS-MOV0106E   PIC 9(02).                                  00011450
       77 WRK-FS-MOV0106R   PIC 9(02).                                  00011460
       77 WRK-FS-RELHIST    PIC 9(02).                                  00011470
       77 WRK-ERRORLOG      PIC X(08) VALUE 'ERRORLOG'.                 00011480
       77 WRK-DATA-PROC     PIC 9(08) VALUE ZEROS.                      00011490
       77 WRK-NSEQ-RUN      PIC 9(03) VALUE ZEROS.                      00011500
       77 WRK-LIDOS         PIC 9(07) VALUE ZEROS.                      00011510
       77 WRK-POSTADOS      PIC 9(07) VALUE ZEROS.                      00011520
       77 WRK-NAO-POSTADOS  PIC 9(07) VALUE ZEROS.                      00011530
       77 WRK-SEM-CODIGO    PIC 9(07) VALUE ZEROS.                      00011540
       77 WRK-AGENCIAS      PIC 9(05) VALUE ZEROS.                      00011550
       77 WRK-AGENCIA-ATUAL PIC X(04) VALUE SPACES.                     00011560
       77 WRK-SW-POSTADO    PIC X(01) VALUE 'S'.                        00011570
           88 WRK-MOV-POSTADO          VALUE 'S'.                       00011580
           88 WRK-MOV-NAO-POSTADO      VALUE 'N'.                       00011590
                                                                        00011600
      *-------------------------------------------------------------*   00011610
       01 FILLER PIC X(45) VALUE                                        00011620
              '-----------TABELA DE HISTORICOS--------------'.          00011630
      *-------------------------------------------------------------*   00011640
      * ENDERECADA PELO PROPRIO CODIGO (001 A 999). MOVIMENTO COM   *   00011650
      * CODIGO NAO NUMERICO OU ZERO (SO O QUE ESCAPOU DA CRITICA DO *   00011660
      * FR16MV01) E ACUMULADO NA POSICAO 999 E APONTADO NO SYSOUT.  *   00011670
       77 WRK-HIS-QTDE      PIC 9(03) COMP VALUE ZEROS.                 00011680
       77 WRK-HIS-ANT       PIC 9(03) VALUE ZEROS.                      00011690
       77 WRK-HIS-CODIGO    PIC 9(03) VALUE ZEROS.                      00011700
       77 WRK-IND           PIC 9(03) COMP VALUE ZEROS.                 00011710
                                                                        00011720
       01 WRK-TABELA-HISTORICOS.                                        00011730
          05 WRK-TAB-HIS OCCURS 999 TIMES.                              00011740
             10 WRK-THI-DEFINIDO     PIC X(01).                         00011750
                88 WRK-THI-CODIGO-DEFINIDO  VALUE 'S'.                  00011760
             10 WRK-THI-DESCRICAO    PIC X(30).                         00011770
             10 WRK-THI-SENTIDO      PIC X(01).                         00011780
             10 WRK-THI-PERMITE-DORM PIC X(01).                         00011790
             10 WRK-THI-PERMITE-BLOQ PIC X(01).                         00011800
             10 WRK-THI-CATEGORIA    PIC X(02).                         00011810
                                                                        00011820
      *-------------------------------------------------------------*   00011830
      * ACUMULADORES POR CODIGO: DA AGENCIA CORRENTE E DA NOITE.    *   00011840
      *-------------------------------------------------------------*   00011850
       01 WRK-TABELA-ACUMULADORES.                                      00011860
          05 WRK-ACM OCCURS 999 TIMES.                                  00011870
             10 WRK-ACM-AG-QTDE      PIC 9(07).                         00011880
             10 WRK-ACM-AG-VALOR     PIC 9(13)V99.                      00011890
             10 WRK-ACM-AG-QTDE-NP   PIC 9(07).                         00011900
             10 WRK-ACM-AG-VALOR-NP  PIC 9(13)V99.                      00011910
             10 WRK-ACM-TOT-QTDE     PIC 9(07).                         00011920
             10 WRK-ACM-TOT-VALOR    PIC 9(13)V99.                      00011930
             10 WRK-ACM-TOT-QTDE-NP  PIC 9(07).                         00011940
             10 WRK-ACM-TOT-VALOR-NP PIC 9(13)V99.                      00011950
                                                                        00011960
       77 WRK-AG-CREDITOS   PIC 9(13)V99 VALUE ZEROS.                   00011970
       77 WRK-AG-DEBITOS    PIC 9(13)V99 VALUE ZEROS.                   00011980
       77 WRK-TOT-CREDITOS  PIC 9(13)V99 VALUE ZEROS.                   00011990
       77 WRK-TOT-DEBITOS   PIC 9(13)V99 VALUE ZEROS.                   00012000
                                                                        00012010
      *-------------------------------------------------------------*   00012020
       01 FILLER PIC X(45) VALUE                                        00012030
              '-----------LAYOUTS DE IMPRESSAO--------------'.          00012040
      *-------------------------------------------------------------*   00012050
       01 WRK-CABECALHO-HIS.                                            00012060
          05 FILLER               PIC X(46) VALUE                       00012070
                    'RESUMO POR CODIGO DE HISTORICO      - FR16HT01'.   00012080
          05 FILLER               PIC X(08) VALUE '   DATA '.           00012090
          05 WRK-CAB-DATA-PROC    PIC 9(08).                            00012100
          05 FILLER               PIC X(01) VALUE '/'.                  00012110
          05 WRK-CAB-NSEQ-RUN     PIC 9(03).                            00012120
                                                                        00012130
       01 WRK-CABECALHO-COL.                                            00012140
          05 FILLER               PIC X(45) VALUE                       00012150
                    'AGEN  COD  DESCRICAO'.                             00012160
          05 FILLER               PIC X(05) VALUE                       00012170
                    'S CT '.                                            00012180
          05 FILLER               PIC X(29) VALUE                       00012190
                    '  POSTADOS            VALOR'.                      00012200
          05 FILLER               PIC X(29) VALUE                       00012210
                    ' NAO POST.            VALOR'.                      00012220
                                                                        00012230
       01 WRK-LINHA-DET.                                                00012240
          05 WRK-LDET-AGENCIA     PIC X(04).                            00012250
          05 FILLER               PIC X(02) VALUE SPACES.               00012260
          05 WRK-LDET-CODIGO      PIC 9(03).                            00012270
          05 FILLER               PIC X(02) VALUE SPACES.               00012280
          05 WRK-LDET-DESCRICAO   PIC X(30).                            00012290
          05 FILLER               PIC X(04) VALUE SPACES.               00012300
          05 WRK-LDET-SENTIDO     PIC X(01).                            00012310
          05 FILLER               PIC X(01) VALUE SPACES.               00012320
          05 WRK-LDET-CATEGORIA   PIC X(02).                            00012330
          05 FILLER               PIC X(02) VALUE SPACES.               00012340
          05 WRK-LDET-QTDE        PIC Z.ZZZ.ZZ9.                        00012350
          05 FILLER               PIC X(01) VALUE SPACES.               00012360
          05 WRK-LDET-VALOR       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.               00012370
          05 FILLER               PIC X(01) VALUE SPACES.               00012380
          05 WRK-LDET-QTDE-NP     PIC Z.ZZZ.ZZ9.                        00012390
          05 FILLER               PIC X(01) VALUE SPACES.               00012400
          05 WRK-LDET-VALOR-NP    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.               00012410
                                                                        00012420
       01 WRK-LINHA-TOT.                                                00012430
          05 WRK-LTOT-AGENCIA     PIC X(04).                            00012440
          05 FILLER               PIC X(02) VALUE SPACES.               00012450
          05 WRK-LTOT-TEXTO       PIC X(30).                            00012460
          05 FILLER               PIC X(25) VALUE SPACES.               00012470
          05 WRK-LTOT-VALOR       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.               00012480
                                                                        00012490
       01 WRK-CABECALHO-TAB.                                            00012500
          05 FILLER               PIC X(45) VALUE                       00012510
                    'COD  DESCRICAO'.                                   00012520
          05 FILLER               PIC X(40) VALUE                       00012530
                    'SENTIDO  DORMENTE  BLOQUEADA  CATEGORIA'.          00012540
                                                                        00012550
       01 WRK-LINHA-TAB.                                                00012560
          05 WRK-LTAB-CODIGO      PIC 9(03).                            00012570
          05 FILLER               PIC X(02) VALUE SPACES.               00012580
          05 WRK-LTAB-DESCRICAO   PIC X(30).                            00012590
          05 FILLER               PIC X(13) VALUE SPACES.               00012600
          05 WRK-LTAB-SENTIDO     PIC X(01).                            00012610
          05 FILLER               PIC X(09) VALUE SPACES.               00012620
          05 WRK-LTAB-DORMENTE    PIC X(01).                            00012630
          05 FILLER               PIC X(10) VALUE SPACES.               00012640
          05 WRK-LTAB-BLOQUEADA   PIC X(01).                            00012650
          05 FILLER               PIC X(09) VALUE SPACES.               00012660
          05 WRK-LTAB-CATEGORIA   PIC X(02).                            00012670
                                                                        00012680
       01 WRK-LINHA-TEXTO.                                              00012690
          05 WRK-TXT              PIC X(80).                            00012700
                                                                        00012710
      *=============================================================*   00012720
       PROCEDURE                                 DIVISION.              00012730
      *=============================================================*   00012740
      ***************************************************************   00012750
      *          R O T I N A   P R I N C I P A L                    *   00012760
      ***************************************************************   00012770
      *--------------------------------------------------------------   00012780
       0000-PRINCIPAL                            SECTION.               00012790
      *--------------------------------------------------------------   00012800
             PERFORM 1000-INICIALIZAR.                                  00012810
             PERFORM 2000-PROCESSAR                                     00012820
                UNTIL FD-MOV0106-CHAVE EQUAL HIGH-VALUES.               00012830
             PERFORM 2500-FECHAR-AGENCIA.                               00012840
             PERFORM 2800-IMPRIMIR-TOTAIS.                              00012850
             PERFORM 2900-IMPRIMIR-TABELA.                              00012860
             PERFORM 3000-FINALIZAR.                                    00012870
             STOP RUN.                                                  00012880
      *--------------------------------------------------------------   00012890
       0000-99-FIM.                              EXIT.                  00012900
      *--------------------------------------------------------------   00012910
      ***************************************************************   00012920
      *             I N I C I A L I Z A R                           *   00012930
      ***************************************************************   00012940
      *--------------------------------------------------------------   00012950
       1000-INICIALIZAR                          SECTION.               00012960
      *--------------------------------------------------------------   00012970
             PERFORM 1100-IDENTIFICAR-RUN.                              00012980
             OPEN INPUT HISTCOD MOV0106 MOV0106E MOV0106R               00012990
                  OUTPUT RELHIST.                                       00013000
             PERFORM 5100-TESTAR-STATUS.                                00013010
             MOVE SPACES TO WRK-TABELA-HISTORICOS.                      00013020
             MOVE ZEROS  TO WRK-TABELA-ACUMULADORES.                    00013030
             PERFORM 1300-CARREGAR-HISTCOD                              00013040
                UNTIL WRK-FS-HISTCOD EQUAL 10.                          00013050
             IF WRK-HIS-QTDE EQUAL ZEROS                                00013060
               MOVE 'FR16HT01'             TO WRK-PROGRAMA              00013070
               MOVE '1000'                 TO WRK-SECAO                 00013080
               MOVE 'TABELA DE HISTORICOS VAZIA' TO WRK-MENSAGEM        00013090
               MOVE WRK-FS-HISTCOD         TO WRK-STATUS                00013100
               PERFORM 6000-TRATA-ERROS                                 00013110
             END-IF.                                                    00013120
             WRITE FD-RELHIST FROM WRK-CABECALHO-HIS.                   00013130
             MOVE SPACES TO FD-RELHIST.                                 00013140
             WRITE FD-RELHIST.                                          00013150
             WRITE FD-RELHIST FROM WRK-CABECALHO-COL.                   00013160
             PERFORM 5400-LER-MOV0106.                                  00013170
             PERFORM 5500-LER-MOV0106E.                                 00013180
             PERFORM 5600-LER-MOV0106R.                                 00013190
      *--------------------------------------------------------------   00013200
       1000-99-FIM.                              EXIT.                  00013210
      *--------------------------------------------------------------   00013220
      ***************************************************************   00013230
      *   I D E N T I F I C A R   A   E X E C U C A O   (RUNCTL)    *   00013240
      ***************************************************************   00013250
      *--------------------------------------------------------------   00013260
       1100-IDENTIFICAR-RUN                      SECTION.               00013270
      *--------------------------------------------------------------   00013280
            OPEN INPUT RUNCTL.                                          00013290
            IF WRK-FS-RUNCTL NOT EQUAL 0                                00013300
               MOVE 'FR16HT01'             TO WRK-PROGRAMA              00013310
               MOVE '1100'                 TO WRK-SECAO                 00013320
               MOVE 'ERRO NO OPEN RUNCTL'  TO WRK-MENSAGEM              00013330
               MOVE WRK-FS-RUNCTL          TO WRK-STATUS                00013340
               PERFORM 6000-TRATA-ERROS                                 00013350
            END-IF.                                                     00013360
            READ RUNCTL                                                 00013370
              AT END                                                    00013380
               MOVE 'FR16HT01'             TO WRK-PROGRAMA              00013390
               MOVE '1100'                 TO WRK-SECAO                 00013400
               MOVE 'RUNCTL VAZIO - BALANCE LINE NAO RODOU'             00013410
                                           TO WRK-MENSAGEM              00013420
               MOVE WRK-FS-RUNCTL          TO WRK-STATUS                00013430
               PERFORM 6000-TRATA-ERROS                                 00013440
            END-READ.                                                   00013450
            MOVE FD-RUN-DATA TO WRK-DATA-PROC.                          00013460
            MOVE FD-RUN-NSEQ TO WRK-NSEQ-RUN.                           00013470
            CLOSE RUNCTL.                                               00013480
            MOVE WRK-DATA-PROC TO WRK-CAB-DATA-PROC.                    00013490
            MOVE WRK-NSEQ-RUN  TO WRK-CAB-NSEQ-RUN.                     00013500
            DISPLAY '  DATA/SEQ DA EXECUCAO: ' WRK-DATA-PROC            00013510
                    '/' WRK-NSEQ-RUN.                                   00013520
      *--------------------------------------------------------------   00013530
       1100-99-FIM.                              EXIT.                  00013540
      *--------------------------------------------------------------   00013550
      ***************************************************************   00013560
      *   C A R R E G A R   T A B E L A   D E   H I S T O R I C O S *   00013570
      ***************************************************************   00013580
      *--------------------------------------------------------------   00013590
       1300-CARREGAR-HISTCOD                     SECTION.               00013600
      *--------------------------------------------------------------   00013610
            READ HISTCOD                                                00013620
              AT END MOVE 10 TO WRK-FS-HISTCOD                          00013630
            END-READ.                                                   00013640
            IF WRK-FS-HISTCOD NOT EQUAL 10                              00013650
              IF REG-HIST-CODIGO NOT NUMERIC OR                         00013660
                 REG-HIST-CODIGO NOT GREATER WRK-HIS-ANT                00013670
                DISPLAY 'HISTCOD - REGISTRO INVALIDO: ' REG-HIST        00013680
                MOVE 'FR16HT01'            TO WRK-PROGRAMA              00013690
                MOVE '1300'                TO WRK-SECAO                 00013700
                MOVE 'TABELA DE HISTORICOS INVALIDA'                    00013710
                                           TO WRK-MENSAGEM              00013720
                MOVE WRK-FS-HISTCOD        TO WRK-STATUS                00013730
                PERFORM 6000-TRATA-ERROS                                00013740
              END-IF                                                    00013750
              MOVE REG-HIST-CODIGO       TO WRK-IND                     00013760
              MOVE 'S'                   TO WRK-THI-DEFINIDO (WRK-IND)  00013770
              MOVE REG-HIST-DESCRICAO    TO WRK-THI-DESCRICAO (WRK-IND) 00013780
              MOVE REG-HIST-SENTIDO      TO WRK-THI-SENTIDO (WRK-IND)   00013790
              MOVE REG-HIST-PERMITE-DORM                                00013800
                                 TO WRK-THI-PERMITE-DORM (WRK-IND)      00013810
              MOVE REG-HIST-PERMITE-BLOQ                                00013820
                                 TO WRK-THI-PERMITE-BLOQ (WRK-IND)      00013830
              MOVE REG-HIST-CATEGORIA    TO WRK-THI-CATEGORIA (WRK-IND) 00013840
              MOVE REG-HIST-CODIGO       TO WRK-HIS-ANT                 00013850
              ADD 1 TO WRK-HIS-QTDE                                     00013860
            END-IF.                                                     00013870
      *--------------------------------------------------------------   00013880
       1300-99-FIM.                              EXIT.                  00013890
      *--------------------------------------------------------------   00013900
      ***************************************************************   00013910
      *               P R O C E S S A R                             *   00013920
      ***************************************************************   00013930
      *--------------------------------------------------------------   00013940
       2000-PROCESSAR                            SECTION.               00013950
      *--------------------------------------------------------------   00013960
            ADD 1 TO WRK-LIDOS.                                         00013970
            IF FD-MOV0106-AGENCIA NOT EQUAL WRK-AGENCIA-ATUAL           00013980
              PERFORM 2500-FECHAR-AGENCIA                               00013990
              MOVE FD-MOV0106-AGENCIA TO WRK-AGENCIA-ATUAL              00014000
              ADD 1 TO WRK-AGENCIAS                                     00014010
            END-IF.                                                     00014020
            IF FD-MOV0106-HISTORICO NUMERIC AND                         00014030
               FD-MOV0106-HISTORICO GREATER ZEROS                       00014040
              MOVE FD-MOV0106-HISTORICO TO WRK-HIS-CODIGO               00014050
            ELSE                                                        00014060
              MOVE 999 TO WRK-HIS-CODIGO                                00014070
              ADD 1 TO WRK-SEM-CODIGO                                   00014080
            END-IF.                                                     00014090
            PERFORM 2100-TESTAR-EXCLUSAO.                               00014100
            IF WRK-MOV-POSTADO                                          00014110
              ADD 1 TO WRK-POSTADOS                                     00014120
              ADD 1 TO WRK-ACM-AG-QTDE (WRK-HIS-CODIGO)                 00014130
              ADD FD-MOV0106-VALORMOV                                   00014140
                                TO WRK-ACM-AG-VALOR (WRK-HIS-CODIGO)    00014150
              IF FD-MOV0106-TIPOMOV EQUAL 'C'                           00014160
                ADD FD-MOV0106-VALORMOV TO WRK-AG-CREDITOS              00014170
              ELSE                                                      00014180
                ADD FD-MOV0106-VALORMOV TO WRK-AG-DEBITOS               00014190
              END-IF                                                    00014200
            ELSE                                                        00014210
              ADD 1 TO WRK-NAO-POSTADOS                                 00014220
              ADD 1 TO WRK-ACM-AG-QTDE-NP (WRK-HIS-CODIGO)              00014230
              ADD FD-MOV0106-VALORMOV                                   00014240
                                TO WRK-ACM-AG-VALOR-NP (WRK-HIS-CODIGO) 00014250
            END-IF.                                                     00014260
            PERFORM 5400-LER-MOV0106.                                   00014270
      *--------------------------------------------------------------   00014280
       2000-99-FIM.                              EXIT.                  00014290
      *--------------------------------------------------------------   00014300
      ***************************************************************   00014310
      *   T E S T A R   E X C L U S A O   ( E / R )                 *   00014320
      ***************************************************************   00014330
      * A MESMA REGRA DO FR16CT01: O MOV0106E E O MOV0106R SAEM DO  *   00014340
      * FR16EX04 NA ORDEM DO MOV0106; O MOVIMENTO CORRENTE QUE CASA *   00014350
      * COM O REGISTRO CORRENTE DE UM DELES NAO FOI POSTADO.        *   00014360
      *--------------------------------------------------------------   00014370
       2100-TESTAR-EXCLUSAO                      SECTION.               00014380
      *--------------------------------------------------------------   00014390
            MOVE 'S' TO WRK-SW-POSTADO.                                 00014400
            EVALUATE TRUE                                               00014410
             WHEN FD-MOV0106E-CHAVE EQUAL FD-MOV0106-CHAVE AND          00014420
                  FD-MOV0106E-MOVIMENTO EQUAL FD-MOV0106-MOVIMENTO AND  00014430
                  FD-MOV0106E-VALORMOV EQUAL FD-MOV0106-VALORMOV        00014440
               MOVE 'N' TO WRK-SW-POSTADO                               00014450
               PERFORM 5500-LER-MOV0106E                                00014460
             WHEN FD-MOV0106R-AGENCIA EQUAL FD-MOV0106-AGENCIA AND      00014470
                  FD-MOV0106R-CONTA EQUAL FD-MOV0106-CONTA AND          00014480
                  FD-MOV0106R-MOVIMENTO EQUAL FD-MOV0106-MOVIMENTO AND  00014490
                  FD-MOV0106R-VALORMOV EQUAL FD-MOV0106-VALORMOV        00014500
               MOVE 'N' TO WRK-SW-POSTADO                               00014510
               PERFORM 5600-LER-MOV0106R                                00014520
            END-EVALUATE.                                               00014530
      *--------------------------------------------------------------   00014540
       2100-99-FIM.                              EXIT.                  00014550
      *--------------------------------------------------------------   00014560
      ***************************************************************   00014570
      *   F E C H A R   A G E N C I A                               *   00014580
      ***************************************************************   00014590
      * NA QUEBRA DE AGENCIA SAI UMA LINHA POR CODIGO MOVIMENTADO,  *   00014600
      * E OS TOTAIS A CREDITO E A DEBITO POSTADOS; OS ACUMULADORES  *   00014610
      * DA AGENCIA PASSAM PARA O TOTAL DA NOITE E VOLTAM A ZERO.    *   00014620
      *--------------------------------------------------------------   00014630
       2500-FECHAR-AGENCIA                       SECTION.               00014640
      *--------------------------------------------------------------   00014650
            IF WRK-AGENCIA-ATUAL NOT EQUAL SPACES                       00014660
              MOVE SPACES TO FD-RELHIST                                 00014670
              WRITE FD-RELHIST                                          00014680
              MOVE 1 TO WRK-IND                                         00014690
              PERFORM 2550-IMPRIMIR-CODIGO-AGENCIA                      00014700
                 UNTIL WRK-IND GREATER 999                              00014710
              MOVE WRK-AGENCIA-ATUAL        TO WRK-LTOT-AGENCIA         00014720
              MOVE 'TOTAL A CREDITO POSTADO' TO WRK-LTOT-TEXTO          00014730
              MOVE WRK-AG-CREDITOS          TO WRK-LTOT-VALOR           00014740
              WRITE FD-RELHIST FROM WRK-LINHA-TOT                       00014750
              MOVE 'TOTAL A DEBITO POSTADO' TO WRK-LTOT-TEXTO           00014760
              MOVE WRK-AG-DEBITOS           TO WRK-LTOT-VALOR           00014770
              WRITE FD-RELHIST FROM WRK-LINHA-TOT                       00014780
              ADD WRK-AG-CREDITOS TO WRK-TOT-CREDITOS                   00014790
              ADD WRK-AG-DEBITOS  TO WRK-TOT-DEBITOS                    00014800
              MOVE ZEROS  TO WRK-AG-CREDITOS WRK-AG-DEBITOS             00014810
              MOVE SPACES TO WRK-AGENCIA-ATUAL                          00014820
            END-IF.                                                     00014830
      *--------------------------------------------------------------   00014840
       2500-99-FIM.                              EXIT.                  00014850
      *--------------------------------------------------------------   00014860
      *--------------------------------------------------------------   00014870
       2550-IMPRIMIR-CODIGO-AGENCIA              SECTION.               00014880
      *--------------------------------------------------------------   00014890
            IF WRK-ACM-AG-QTDE (WRK-IND) GREATER ZEROS OR               00014900
               WRK-ACM-AG-QTDE-NP (WRK-IND) GREATER ZEROS               00014910
              MOVE WRK-AGENCIA-ATUAL             TO WRK-LDET-AGENCIA    00014920
              MOVE WRK-ACM-AG-QTDE (WRK-IND)     TO WRK-LDET-QTDE       00014930
              MOVE WRK-ACM-AG-VALOR (WRK-IND)    TO WRK-LDET-VALOR      00014940
              MOVE WRK-ACM-AG-QTDE-NP (WRK-IND)  TO WRK-LDET-QTDE-NP    00014950
              MOVE WRK-ACM-AG-VALOR-NP (WRK-IND) TO WRK-LDET-VALOR-NP   00014960
              PERFORM 2700-MONTAR-DESCRICAO                             00014970
              WRITE FD-RELHIST FROM WRK-LINHA-DET                       00014980
              ADD WRK-ACM-AG-QTDE (WRK-IND)                             00014990
                                   TO WRK-ACM-TOT-QTDE (WRK-IND)        00015000
              ADD WRK-ACM-AG-VALOR (WRK-IND)                            00015010
                                   TO WRK-ACM-TOT-VALOR (WRK-IND)       00015020
              ADD WRK-ACM-AG-QTDE-NP (WRK-IND)                          00015030
                                   TO WRK-ACM-TOT-QTDE-NP (WRK-IND)     00015040
              ADD WRK-ACM-AG-VALOR-NP (WRK-IND)                         00015050
                                   TO WRK-ACM-TOT-VALOR-NP (WRK-IND)    00015060
              MOVE ZEROS TO WRK-ACM-AG-QTDE (WRK-IND)                   00015070
                            WRK-ACM-AG-VALOR (WRK-IND)                  00015080
                            WRK-ACM-AG-QTDE-NP (WRK-IND)                00015090
                            WRK-ACM-AG-VALOR-NP (WRK-IND)               00015100
            END-IF.                                                     00015110
            ADD 1 TO WRK-IND.                                           00015120
      *--------------------------------------------------------------   00015130
       2550-99-FIM.                              EXIT.                  00015140
      *--------------------------------------------------------------   00015150
      *--------------------------------------------------------------   00015160
       2700-MONTAR-DESCRICAO                     SECTION.               00015170
      *--------------------------------------------------------------   00015180
            MOVE WRK-IND TO WRK-LDET-CODIGO.                            00015190
            IF WRK-THI-CODIGO-DEFINIDO (WRK-IND)                        00015200
              MOVE WRK-THI-DESCRICAO (WRK-IND) TO WRK-LDET-DESCRICAO    00015210
              MOVE WRK-THI-SENTIDO (WRK-IND)   TO WRK-LDET-SENTIDO      00015220
              MOVE WRK-THI-CATEGORIA (WRK-IND) TO WRK-LDET-CATEGORIA    00015230
            ELSE                                                        00015240
              MOVE 'CODIGO FORA DA TABELA'     TO WRK-LDET-DESCRICAO    00015250
              MOVE SPACES TO WRK-LDET-SENTIDO WRK-LDET-CATEGORIA        00015260
            END-IF.                                                     00015270
      *--------------------------------------------------------------   00015280
       2700-99-FIM.                              EXIT.                  00015290
      *--------------------------------------------------------------   00015300
      ***************************************************************   00015310
      *   I M P R I M I R   T O T A I S   D A   N O I T E           *   00015320
      ***************************************************************   00015330
      *--------------------------------------------------------------   00015340
       2800-IMPRIMIR-TOTAIS                      SECTION.               00015350
      *--------------------------------------------------------------   00015360
            MOVE SPACES TO FD-RELHIST.                                  00015370
            WRITE FD-RELHIST.                                           00015380
            MOVE 'TOTAL DA NOITE POR CODIGO' TO WRK-TXT.                00015390
            WRITE FD-RELHIST FROM WRK-LINHA-TEXTO.                      00015400
            WRITE FD-RELHIST FROM WRK-CABECALHO-COL.                    00015410
            MOVE 1 TO WRK-IND.                                          00015420
            PERFORM 2850-IMPRIMIR-CODIGO-TOTAL                          00015430
               UNTIL WRK-IND GREATER 999.                               00015440
            MOVE 'TOTAL'                    TO WRK-LTOT-AGENCIA.        00015450
            MOVE 'TOTAL A CREDITO POSTADO'  TO WRK-LTOT-TEXTO.          00015460
            MOVE WRK-TOT-CREDITOS           TO WRK-LTOT-VALOR.          00015470
            WRITE FD-RELHIST FROM WRK-LINHA-TOT.                        00015480
            MOVE 'TOTAL A DEBITO POSTADO'   TO WRK-LTOT-TEXTO.          00015490
            MOVE WRK-TOT-DEBITOS            TO WRK-LTOT-VALOR.          00015500
            WRITE FD-RELHIST FROM WRK-LINHA-TOT.                        00015510
      *--------------------------------------------------------------   00015520
       2800-99-FIM.                              EXIT.                  00015530
      *--------------------------------------------------------------   00015540
      *--------------------------------------------------------------   00015550
       2850-IMPRIMIR-CODIGO-TOTAL                SECTION.               00015560
      *--------------------------------------------------------------   00015570
            IF WRK-ACM-TOT-QTDE (WRK-IND) GREATER ZEROS OR              00015580
               WRK-ACM-TOT-QTDE-NP (WRK-IND) GREATER ZEROS              00015590
              MOVE 'TOTAL'                        TO WRK-LDET-AGENCIA   00015600
              MOVE WRK-ACM-TOT-QTDE (WRK-IND)     TO WRK-LDET-QTDE      00015610
              MOVE WRK-ACM-TOT-VALOR (WRK-IND)    TO WRK-LDET-VALOR     00015620
              MOVE WRK-ACM-TOT-QTDE-NP (WRK-IND)  TO WRK-LDET-QTDE-NP   00015630
              MOVE WRK-ACM-TOT-VALOR-NP (WRK-IND) TO WRK-LDET-VALOR-NP  00015640
              PERFORM 2700-MONTAR-DESCRICAO                             00015650
              WRITE FD-RELHIST FROM WRK-LINHA-DET                       00015660
            END-IF.                                                     00015670
            ADD 1 TO WRK-IND.                                           00015680
      *--------------------------------------------------------------   00015690
       2850-99-FIM.                              EXIT.                  00015700
      *--------------------------------------------------------------   00015710
      ***************************************************************   00015720
      *   I M P R I M I R   T A B E L A   E M   V I G O R           *   00015730
      ***************************************************************   00015740
      *--------------------------------------------------------------   00015750
       2900-IMPRIMIR-TABELA                      SECTION.               00015760
      *--------------------------------------------------------------   00015770
            MOVE SPACES TO FD-RELHIST.                                  00015780
            WRITE FD-RELHIST.                                           00015790
            MOVE 'TABELA DE HISTORICOS EM VIGOR (HISTCOD)' TO WRK-TXT.  00015800
            WRITE FD-RELHIST FROM WRK-LINHA-TEXTO.                      00015810
            WRITE FD-RELHIST FROM WRK-CABECALHO-TAB.                    00015820
            MOVE 1 TO WRK-IND.                                          00015830
            PERFORM 2950-IMPRIMIR-HISTORICO                             00015840
               UNTIL WRK-IND GREATER 999.                               00015850
      *--------------------------------------------------------------   00015860
       2900-99-FIM.                              EXIT.                  00015870
      *--------------------------------------------------------------   00015880
      *--------------------------------------------------------------   00015890
       2950-IMPRIMIR-HISTORICO                   SECTION.               00015900
      *--------------------------------------------------------------   00015910
            IF WRK-THI-CODIGO-DEFINIDO (WRK-IND)                        00015920
              MOVE WRK-IND                        TO WRK-LTAB-CODIGO    00015930
              MOVE WRK-THI-DESCRICAO (WRK-IND)    TO WRK-LTAB-DESCRICAO 00015940
              MOVE WRK-THI-SENTIDO (WRK-IND)      TO WRK-LTAB-SENTIDO   00015950
              MOVE WRK-THI-PERMITE-DORM (WRK-IND) TO WRK-LTAB-DORMENTE  00015960
              MOVE WRK-THI-PERMITE-BLOQ (WRK-IND) TO WRK-LTAB-BLOQUEADA 00015970
              MOVE WRK-THI-CATEGORIA (WRK-IND)    TO WRK-LTAB-CATEGORIA 00015980
              WRITE FD-RELHIST FROM WRK-LINHA-TAB                       00015990
            END-IF.                                                     00016000
            ADD 1 TO WRK-IND.                                           00016010
      *--------------------------------------------------------------   00016020
       2950-99-FIM.                              EXIT.                  00016030
      *--------------------------------------------------------------   00016040
      ***************************************************************   00016050
      *               F I N A L I Z A R                             *   00016060
      ***************************************************************   00016070
      *--------------------------------------------------------------   00016080
       3000-FINALIZAR                            SECTION.               00016090
      *--------------------------------------------------------------   00016100
            CLOSE HISTCOD MOV0106 MOV0106E MOV0106R RELHIST.            00016110
            DISPLAY ' '.                                                00016120
            DISPLAY 'HISTORICOS NA TABELA          : ' WRK-HIS-QTDE.    00016130
            DISPLAY 'AGENCIAS                      : ' WRK-AGENCIAS.    00016140
            DISPLAY 'MOVIMENTOS LIDOS              : ' WRK-LIDOS.       00016150
            DISPLAY 'MOVIMENTOS POSTADOS           : ' WRK-POSTADOS.    00016160
            DISPLAY 'MOVIMENTOS NAO POSTADOS       : ' WRK-NAO-POSTADOS.00016170
            IF WRK-SEM-CODIGO GREATER ZEROS                             00016180
              DISPLAY 'MOVIMENTOS SEM CODIGO (999)   : ' WRK-SEM-CODIGO 00016190
            END-IF.                                                     00016200
            MOVE 0 TO RETURN-CODE.                                      00016210
            DISPLAY '-----FIM DE PROCESSAMENTO----'.                    00016220
      *--------------------------------------------------------------   00016230
       3000-99-FIM.                              EXIT.                  00016240
      *--------------------------------------------------------------   00016250
      ***************************************************************   00016260
      *         T E S T A R   S T A T U S                           *   00016270
      ***************************************************************   00016280
      *--------------------------------------------------------------   00016290
       5100-TESTAR-STATUS                        SECTION.               00016300
      *--------------------------------------------------------------   00016310
            EVALUATE TRUE                                               00016320
             WHEN WRK-FS-HISTCOD NOT EQUAL 0                            00016330
               MOVE 'FR16HT01'             TO WRK-PROGRAMA              00016340
               MOVE '5100'                 TO WRK-SECAO                 00016350
               MOVE 'ERRO NO OPEN HISTCOD' TO WRK-MENSAGEM              00016360
               MOVE WRK-FS-HISTCOD         TO WRK-STATUS                00016370
                 PERFORM 6000-TRATA-ERROS                               00016380
             WHEN WRK-FS-MOV0106 NOT EQUAL 0                            00016390
               MOVE 'FR16HT01'             TO WRK-PROGRAMA              00016400
               MOVE '5100'                 TO WRK-SECAO                 00016410
               MOVE 'ERRO NO OPEN MOV0106' TO WRK-MENSAGEM              00016420
               MOVE WRK-FS-MOV0106         TO WRK-STATUS                00016430
                 PERFORM 6000-TRATA-ERROS                               00016440
             WHEN WRK-FS-MOV0106E NOT EQUAL 0                           00016450
               MOVE 'FR16HT01'              TO WRK-PROGRAMA             00016460
               MOVE '5100'                  TO WRK-SECAO                00016470
               MOVE 'ERRO NO OPEN MOV0106E' TO WRK-MENSAGEM             00016480
               MOVE WRK-FS-MOV0106E         TO WRK-STATUS               00016490
                 PERFORM 6000-TRATA-ERROS                               00016500
             WHEN WRK-FS-MOV0106R NOT EQUAL 0                           00016510
               MOVE 'FR16HT01'              TO WRK-PROGRAMA             00016520
               MOVE '5100'                  TO WRK-SECAO                00016530
               MOVE 'ERRO NO OPEN MOV0106R' TO WRK-MENSAGEM             00016540
               MOVE WRK-FS-MOV0106R         TO WRK-STATUS               00016550
                 PERFORM 6000-TRATA-ERROS                               00016560
             WHEN WRK-FS-RELHIST NOT EQUAL 0                            00016570
               MOVE 'FR16HT01'             TO WRK-PROGRAMA              00016580
               MOVE '5100'                 TO WRK-SECAO                 00016590
               MOVE 'ERRO NO OPEN RELHIST' TO WRK-MENSAGEM              00016600
               MOVE WRK-FS-RELHIST         TO WRK-STATUS                00016610
                 PERFORM 6000-TRATA-ERROS                               00016620
            END-EVALUATE.                                               00016630
      *--------------------------------------------------------------   00016640
       5100-99-FIM.                              EXIT.                  00016650
      *--------------------------------------------------------------   00016660
      ***************************************************************   00016670
      *         L E R   M O V 0 1 0 6                               *   00016680
      ***************************************************************   00016690
      *--------------------------------------------------------------   00016700
       5400-LER-MOV0106                          SECTION.               00016710
      *--------------------------------------------------------------   00016720
            READ MOV0106                                                00016730
              AT END MOVE 10 TO WRK-FS-MOV0106                          00016740
            END-READ.                                                   00016750
            IF WRK-FS-MOV0106 EQUAL 10                                  00016760
              MOVE HIGH-VALUES TO FD-MOV0106-CHAVE                      00016770
            END-IF.                                                     00016780
      *--------------------------------------------------------------   00016790
       5400-99-FIM.                              EXIT.                  00016800
      *--------------------------------------------------------------   00016810
      ***************************************************************   00016820
      *         L E R   M O V 0 1 0 6 E                             *   00016830
      ***************************************************************   00016840
      *--------------------------------------------------------------   00016850
       5500-LER-MOV0106E                         SECTION.               00016860
      *--------------------------------------------------------------   00016870
            READ MOV0106E                                               00016880
              AT END MOVE 10 TO WRK-FS-MOV0106E                         00016890
            END-READ.                                                   00016900
            IF WRK-FS-MOV0106E EQUAL 10                                 00016910
              MOVE HIGH-VALUES TO FD-MOV0106E-CHAVE                     00016920
            END-IF.                                                     00016930
      *--------------------------------------------------------------   00016940
       5500-99-FIM.                              EXIT.                  00016950
      *--------------------------------------------------------------   00016960
      ***************************************************************   00016970
      *         L E R   M O V 0 1 0 6 R                             *   00016980
      ***************************************************************   00016990
      *--------------------------------------------------------------   00017000
       5600-LER-MOV0106R                         SECTION.               00017010
      *--------------------------------------------------------------   00017020
            READ MOV0106R                                               00017030
              AT END MOVE 10 TO WRK-FS-MOV0106R                         00017040
            END-READ.                                                   00017050
            IF WRK-FS-MOV0106R EQUAL 10                                 00017060
              MOVE HIGH-VALUES TO FD-MOV0106R-AGENCIA                   00017070
                                  FD-MOV0106R-CONTA                     00017080
            END-IF.                                                     00017090
      *--------------------------------------------------------------   00017100
       5600-99-FIM.                              EXIT.                  00017110
      *--------------------------------------------------------------   00017120
      ***************************************************************   00017130
      *          T R A T A   E R R O S                              *   00017140
      ***************************************************************   00017150
      *--------------------------------------------------------------   00017160
       6000-TRATA-ERROS                          SECTION.               00017170
      *--------------------------------------------------------------   00017180
            CALL WRK-ERRORLOG USING WRK-DADOS.                          00017190
            MOVE 8 TO RETURN-CODE.                                      00017200
            GOBACK.                                                     00017210
      *--------------------------------------------------------------   00017220
       6000-99-FIM.                              EXIT.                  00017230
      *--------------------------------------------------------------   00017240
