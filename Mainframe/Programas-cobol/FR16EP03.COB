      *=============================================================*   00010000
       IDENTIFICATION                            DIVISION.              00010010
      *=============================================================*   00010020
                                                                        00010030
       PROGRAM-ID. FR16EP03.                                            00010040
      *=============================================================*   00010050
      *             T R E I N A M E N T O                           *   00010060
      *=============================================================*   00010070
      * PROGRAMA......: FR16EP03.                                   *   00010080
      *-------------------------------------------------------------*   00010090
      * PROGRAMADOR...: LUCIANO GUIMARAES.                          *   00010100
      * DATA..........: 15/10/2026                                  *   00010110
      * EMPRESA.......: FOURSYS                                     *   00010120
      * INSTRUTOR.....: IVAN SANCHES                                *   00010130
      *-------------------------------------------------------------*   00010140
      * OBJETIVO......: IMPRIMIR O CRONOGRAMA DE AMORTIZACAO DOS    *   00010150
      *                 CONTRATOS DE EMPRESTIMO PESSOAL (EMPVSAM,   *   00010160
      *                 #EMPREG) PEDIDOS NOS CARTOES DO CRONSEL     *   00010170
      *                 (AGENCIA+CONTA+CONTRATO). O CRONOGRAMA E    *   00010180
      *                 RECALCULADO PELA TABELA PRICE COM AS MESMAS *   00010190
      *                 REGRAS DO FR16EP02 (JUROS DO MES SOBRE O    *   00010200
      *                 SALDO DEVEDOR ARREDONDADOS NO CENTAVO,      *   00010210
      *                 ULTIMA PARCELA ZERA O SALDO, VENCIMENTO     *   00010220
      *                 MENSAL NO DIA-BASE LIMITADO AO ULTIMO DIA   *   00010230
      *                 DO MES) E CADA PARCELA SAI COMO PAGA,       *   00010240
      *                 EM ATRASO, ABERTA OU PREVISTA (CONTRATO     *   00010250
      *                 AINDA NAO LIBERADO OU RECUSADO).            *   00010260
      *                 CARTAO DE CONTRATO INEXISTENTE SAI NO       *   00010270
      *                 RELATORIO E DEVOLVE RETURN-CODE 4.          *   00010280
      *-------------------------------------------------------------*   00010290
      *   ARQUIVOS...:                                              *   00010300
      *    DDNAME              I/O                                  *   00010310
      *    CRONSEL              I                                   *   00010320
      *    EMPVSAM              I                                   *   00010330
      *    RELCRON              O                                   *   00010340
      *-------------------------------------------------------------*   00010350
      *   MODULOS....:                             INCLUDE/BOOK     *   00010360
      *   GRAVALOG -   TRATAMENTO DE ERROS            GLOG2         *   00010370
      *=============================================================*   00010380
                                                                        00010390
      *=============================================================*   00010400
       ENVIRONMENT                               DIVISION.              00010410
      *=============================================================*   00010420
      *-------------------------------------------------------------*   00010430
       CONFIGURATION                             SECTION.               00010440
      *-------------------------------------------------------------*   00010450
       SPECIAL-NAMES.                                                   00010460
           DECIMAL-POINT IS COMMA.                                      00010470
                                                                        00010480
       INPUT-OUTPUT                              SECTION.               00010490
       FILE-CONTROL.                                                    00010500
            SELECT CRONSEL   ASSIGN TO CRONSEL                          00010510
                FILE STATUS  IS WRK-FS-CRONSEL.                         00010520
                                                                        00010530
            SELECT EMPVSAM   ASSIGN TO EMPVSAM                          00010540
                ORGANIZATION IS INDEXED                                 00010550
                ACCESS MODE IS RANDOM                                   00010560
                RECORD KEY IS REG-EMP-CHAVE                             00010570
                FILE STATUS  IS WRK-FS-EMPVSAM.                         00010580
                                                                        00010590
            SELECT RELCRON   ASSIGN TO RELCRON                          00010600
                FILE STATUS  IS WRK-FS-RELCRON.                         00010610
      *=============================================================*   00010620
       DATA                                      DIVISION.              00010630
      *=============================================================*   00010640
       FILE                                      SECTION.               00010650
      *-------------------------------------------------------------*   00010660
                                                                        00010670
       FD CRONSEL                                                       00010680
           RECORDING MODE IS F                                          00010690
           BLOCK CONTAINS 0 RECORDS.                                    00010700
                                                                        00010710
       01 FD-CRONSEL.                                                   00010720
          05 FD-CSEL-CHAVE         PIC X(11).                           00010730
          05 FILLER                PIC X(69).                           00010740
                                                                        00010750
       FD EMPVSAM.                                                      00010760
                                                                        00010770
       COPY '#EMPREG'.                                                  00010780
                                                                        00010790
       FD RELCRON                                                       00010800
           RECORDING  MODE IS F.                                        00010810
                                                                        00010820
       01 FD-RELCRON         PIC X(080).                                00010830
      *-------------------------------------------------------------*   00010840
       WORKING-STORAGE                           SECTION.               00010850
      *-------------------------------------------------------------*   00010860
                                                                        00010870
      *-------------------------------------------------------------*   00010880
       01 FILLER PIC X(45) VALUE                                        00010890
              '------------------#GLOG----------------------'.          00010900
      *-------------------------------------------------------------*   00010910
                                                                        00010920
       COPY '#GLOG'.                                                    00010930
                                                                        00010940
      *-------------------------------------------------------------*   00010950
       01 FILLER PIC X(45) VALUE                                        00010960
              '-----------DADOS E FILE STATUS---------------'.          00010970
      *-------------------------------------------------------------*   00010980
       77 WRK-FS-CRONSEL    PIC 9(02).                                  00010990
       77 WRK-FS-EMPVSAM    PIC 9(02).                                  00011000
       77 WRK-FS-RELCRON    PIC 9(02).                                  00011010
       77 WRK-ERRORLOG      PIC X(08) VALUE 'ERRORLOG'.                 00011020
       77 WRK-CARTOES-LIDOS PIC 9(05) VALUE ZEROS.                      00011030
       77 WRK-IMPRESSOS     PIC 9(05) VALUE ZEROS.                      00011040
       77 WRK-NAO-ACHADOS   PIC 9(05) VALUE ZEROS.                      00011050
       77 WRK-DATA-PROC     PIC 9(08) VALUE ZEROS.                      00011060
       77 WRK-DIA-INT       PIC S9(09) COMP VALUE ZEROS.                00011070
       77 WRK-ULTIMO-DIA    PIC 9(02) VALUE ZEROS.                      00011080
       77 WRK-IND           PIC 9(03) COMP VALUE ZEROS.                 00011090
       77 WRK-SALDO         PIC 9(08)V99 VALUE ZEROS.                   00011100
       77 WRK-VALOR         PIC 9(08)V99 VALUE ZEROS.                   00011110
       77 WRK-JUROS         PIC 9(08)V99 VALUE ZEROS.                   00011120
       77 WRK-AMORTIZACAO   PIC 9(08)V99 VALUE ZEROS.                   00011130
       77 WRK-TOT-PARCELAS  PIC 9(09)V99 VALUE ZEROS.                   00011140
       77 WRK-TOT-JUROS     PIC 9(09)V99 VALUE ZEROS.                   00011150
                                                                        00011160
      * VENCIMENTO EM CALCULO PELA 2600-AVANCAR-VENCIMENTO.             00011170
       01 WRK-VENC                  PIC 9(08) VALUE ZEROS.              00011180
       01 FILLER REDEFINES WRK-VENC.                                    00011190
          05 WRK-VNC-ANO            PIC 9(04).                          00011200
          05 WRK-VNC-MES            PIC 9(02).                          00011210
          05 WRK-VNC-DIA            PIC 9(02).                          00011220
                                                                        00011230
       01 WRK-DATA-AUX              PIC 9(08) VALUE ZEROS.              00011240
       01 FILLER REDEFINES WRK-DATA-AUX.                                00011250
          05 WRK-AUX-ANO            PIC 9(04).                          00011260
          05 WRK-AUX-MES            PIC 9(02).                          00011270
          05 WRK-AUX-DIA            PIC 9(02).                          00011280
                                                                        00011290
      *-------------------------------------------------------------*   00011300
       01 FILLER PIC X(45) VALUE                                        00011310
              '-----------LAYOUTS DE IMPRESSAO--------------'.          00011320
      *-------------------------------------------------------------*   00011330
       01 WRK-CABECALHO-CRON.                                           00011340
          05 FILLER               PIC X(46) VALUE                       00011350
                    'CRONOGRAMA DE EMPRESTIMO PESSOAL    - FR16EP03'.   00011360
          05 FILLER               PIC X(08) VALUE ' - DATA '.           00011370
          05 WRK-CAB-DATA         PIC 9(08).                            00011380
                                                                        00011390
       01 WRK-CONTRATO-CRON.                                            00011400
          05 FILLER               PIC X(10) VALUE 'CONTRATO: '.         00011410
          05 WRK-CTR-AGENCIA      PIC X(04).                            00011420
          05 FILLER               PIC X(01) VALUE '-'.                  00011430
          05 WRK-CTR-CONTA        PIC X(04).                            00011440
          05 FILLER               PIC X(01) VALUE '-'.                  00011450
          05 WRK-CTR-CONTRATO     PIC 9(03).                            00011460
          05 FILLER               PIC X(13) VALUE '  PRINCIPAL: '.      00011470
          05 WRK-CTR-PRINCIPAL    PIC ZZ.ZZZ.ZZ9,99.                    00011480
          05 FILLER               PIC X(08) VALUE '  TAXA: '.           00011490
          05 WRK-CTR-TAXA         PIC Z9,9999.                          00011500
          05 FILLER               PIC X(06) VALUE '% A.M.'.             00011510
                                                                        00011520
       01 WRK-CONTRATO2-CRON.                                           00011530
          05 FILLER               PIC X(10) VALUE 'PRAZO...: '.         00011540
          05 WRK-CTR-PRAZO        PIC ZZ9.                              00011550
          05 FILLER               PIC X(12) VALUE '   PARCELA: '.       00011560
          05 WRK-CTR-PARCELA      PIC ZZ.ZZZ.ZZ9,99.                    00011570
          05 FILLER               PIC X(13) VALUE '   SITUACAO: '.      00011580
          05 WRK-CTR-SITUACAO     PIC X(12).                            00011590
          05 FILLER               PIC X(07) VALUE ' PAGAS '.            00011600
          05 WRK-CTR-PAGAS        PIC ZZ9.                              00011610
                                                                        00011620
       01 WRK-TITULO-CRON.                                              00011630
          05 FILLER               PIC X(80) VALUE                       00011640
             'PAR VENCIMENTO         VALOR         JUROS   AMORTIZACAO  00011650
      -      'SALDO DEVEDOR SITUACAO'.                                  00011660
                                                                        00011670
       01 WRK-DETALHE-CRON.                                             00011680
          05 WRK-CRN-PARCELA      PIC ZZ9.                              00011690
          05 FILLER               PIC X(01) VALUE SPACES.               00011700
          05 WRK-CRN-VENC         PIC X(10).                            00011710
          05 FILLER               PIC X(01) VALUE SPACES.               00011720
          05 WRK-CRN-VALOR        PIC ZZ.ZZZ.ZZ9,99.                    00011730
          05 FILLER               PIC X(01) VALUE SPACES.               00011740
          05 WRK-CRN-JUROS        PIC ZZ.ZZZ.ZZ9,99.                    00011750
          05 FILLER               PIC X(01) VALUE SPACES.               00011760
          05 WRK-CRN-AMORT        PIC ZZ.ZZZ.ZZ9,99.                    00011770
          05 FILLER               PIC X(02) VALUE SPACES.               00011780
          05 WRK-CRN-SALDO        PIC ZZ.ZZZ.ZZ9,99.                    00011790
          05 FILLER               PIC X(01) VALUE SPACES.               00011800
          05 WRK-CRN-SITUACAO     PIC X(08).                            00011810
                                                                        00011820
       01 WRK-TOTAL-CRON.                                               00011830
          05 FILLER               PIC X(14) VALUE 'TOTAL'.              00011840
          05 WRK-TCR-VALOR        PIC ZZZ.ZZZ.ZZ9,99.                   00011850
          05 WRK-TCR-JUROS        PIC ZZZ.ZZZ.ZZ9,99.                   00011860
                                                                        00011870
      * VENCIMENTO NO FORMATO DD/MM/AAAA.                               00011880
       01 WRK-DATA-EDIT.                                                00011890
          05 WRK-DED-DIA          PIC 9(02).                            00011900
          05 FILLER               PIC X(01) VALUE '/'.                  00011910
          05 WRK-DED-MES          PIC 9(02).                            00011920
          05 FILLER               PIC X(01) VALUE '/'.                  00011930
          05 WRK-DED-ANO          PIC 9(04).                            00011940
                                                                        00011950
       01 WRK-NAO-ACHADO-CRON.                                          00011960
          05 FILLER               PIC X(10) VALUE 'CONTRATO: '.         00011970
          05 WRK-NAC-CHAVE        PIC X(11).                            00011980
          05 FILLER               PIC X(27) VALUE                       00011990
             ' - CONTRATO NAO CADASTRADO'.                              00012000
                                                                        00012010
       01 WRK-TOTAL-CR.                                                 00012020
          05 WRK-TOT-TEXTO        PIC X(34).                            00012030
          05 WRK-TOT-QTDE         PIC ZZZZ9.                            00012040
                                                                        00012050
      *=============================================================*   00012060
       PROCEDURE                                 DIVISION.              00012070
      *=============================================================*   00012080
      ***************************************************************   00012090
      *          R O T I N A   P R I N C I P A L                    *   00012100
      ***************************************************************   00012110
      *--------------------------------------------------------------   00012120
       0000-PRINCIPAL                            SECTION.               00012130
      *--------------------------------------------------------------   00012140
             PERFORM 1000-INICIALIZAR.                                  00012150
             PERFORM 2000-PROCESSAR                                     00012160
                UNTIL WRK-FS-CRONSEL EQUAL 10.                          00012170
             PERFORM 3000-FINALIZAR.                                    00012180
             STOP RUN.                                                  00012190
      *--------------------------------------------------------------   00012200
       0000-99-FIM.                              EXIT.                  00012210
      *--------------------------------------------------------------   00012220
      ***************************************************************   00012230
      *             I N I C I A L I Z A R                           *   00012240
      ***************************************************************   00012250
      *--------------------------------------------------------------   00012260
       1000-INICIALIZAR                          SECTION.               00012270
      *--------------------------------------------------------------   00012280
             ACCEPT WRK-DATA-PROC FROM DATE YYYYMMDD.                   00012290
             OPEN INPUT  CRONSEL EMPVSAM                                00012300
                  OUTPUT RELCRON.                                       00012310
             PERFORM 5100-TESTAR-STATUS.                                00012320
             MOVE WRK-DATA-PROC TO WRK-CAB-DATA.                        00012330
             WRITE FD-RELCRON FROM WRK-CABECALHO-CRON.                  00012340
             PERFORM 5400-LER-CRONSEL.                                  00012350
      *--------------------------------------------------------------   00012360
       1000-99-FIM.                              EXIT.                  00012370
      *--------------------------------------------------------------   00012380
      ***************************************************************   00012390
      *               P R O C E S S A R                             *   00012400
      ***************************************************************   00012410
      *--------------------------------------------------------------   00012420
       2000-PROCESSAR                            SECTION.               00012430
      *--------------------------------------------------------------   00012440
            ADD 1 TO WRK-CARTOES-LIDOS.                                 00012450
            MOVE SPACES TO FD-RELCRON.                                  00012460
            WRITE FD-RELCRON.                                           00012470
            MOVE FD-CSEL-CHAVE TO REG-EMP-CHAVE.                        00012480
            READ EMPVSAM                                                00012490
              INVALID KEY                                               00012500
                MOVE FD-CSEL-CHAVE TO WRK-NAC-CHAVE                     00012510
                WRITE FD-RELCRON FROM WRK-NAO-ACHADO-CRON               00012520
                ADD 1 TO WRK-NAO-ACHADOS                                00012530
              NOT INVALID KEY                                           00012540
                PERFORM 2100-IMPRIMIR-CONTRATO                          00012550
            END-READ.                                                   00012560
            PERFORM 5400-LER-CRONSEL.                                   00012570
      *--------------------------------------------------------------   00012580
       2000-99-FIM.                              EXIT.                  00012590
      *--------------------------------------------------------------   00012600
      ***************************************************************   00012610
      *       I M P R I M I R   O   C O N T R A T O                 *   00012620
      ***************************************************************   00012630
      *--------------------------------------------------------------   00012640
       2100-IMPRIMIR-CONTRATO                    SECTION.               00012650
      *--------------------------------------------------------------   00012660
            ADD 1 TO WRK-IMPRESSOS.                                     00012670
            MOVE REG-EMP-AGENCIA       TO WRK-CTR-AGENCIA.              00012680
            MOVE REG-EMP-CONTA         TO WRK-CTR-CONTA.                00012690
            MOVE REG-EMP-CONTRATO      TO WRK-CTR-CONTRATO.             00012700
            MOVE REG-EMP-PRINCIPAL     TO WRK-CTR-PRINCIPAL.            00012710
            MOVE REG-EMP-TAXA          TO WRK-CTR-TAXA.                 00012720
            MOVE REG-EMP-PRAZO         TO WRK-CTR-PRAZO.                00012730
            MOVE REG-EMP-VALOR-PARCELA TO WRK-CTR-PARCELA.              00012740
            MOVE REG-EMP-PARCELAS-PAGAS TO WRK-CTR-PAGAS.               00012750
            EVALUATE TRUE                                               00012760
             WHEN REG-EMP-A-LIBERAR                                     00012770
               MOVE 'A LIBERAR'   TO WRK-CTR-SITUACAO                   00012780
             WHEN REG-EMP-EM-DIA                                        00012790
               MOVE 'EM DIA'      TO WRK-CTR-SITUACAO                   00012800
             WHEN REG-EMP-EM-ATRASO                                     00012810
               MOVE 'EM ATRASO'   TO WRK-CTR-SITUACAO                   00012820
             WHEN REG-EMP-QUITADO                                       00012830
               MOVE 'QUITADO'     TO WRK-CTR-SITUACAO                   00012840
             WHEN REG-EMP-RECUSADO                                      00012850
               MOVE 'RECUSADO'    TO WRK-CTR-SITUACAO                   00012860
             WHEN OTHER                                                 00012870
               MOVE REG-EMP-SITUACAO TO WRK-CTR-SITUACAO                00012880
            END-EVALUATE.                                               00012890
            WRITE FD-RELCRON FROM WRK-CONTRATO-CRON.                    00012900
            WRITE FD-RELCRON FROM WRK-CONTRATO2-CRON.                   00012910
            WRITE FD-RELCRON FROM WRK-TITULO-CRON.                      00012920
            MOVE REG-EMP-PRINCIPAL TO WRK-SALDO.                        00012930
            MOVE REG-EMP-PRIM-VENC TO WRK-VENC.                         00012940
            MOVE ZEROS             TO WRK-TOT-PARCELAS WRK-TOT-JUROS.   00012950
            MOVE 1                 TO WRK-IND.                          00012960
            PERFORM 2200-IMPRIMIR-PARCELA                               00012970
               UNTIL WRK-IND GREATER REG-EMP-PRAZO.                     00012980
            MOVE WRK-TOT-PARCELAS  TO WRK-TCR-VALOR.                    00012990
            MOVE WRK-TOT-JUROS     TO WRK-TCR-JUROS.                    00013000
            WRITE FD-RELCRON FROM WRK-TOTAL-CRON.                       00013010
      *--------------------------------------------------------------   00013020
       2100-99-FIM.                              EXIT.                  00013030
      *--------------------------------------------------------------   00013040
      ***************************************************************   00013050
      *       I M P R I M I R   P A R C E L A                       *   00013060
      ***************************************************************   00013070
      * MESMO CALCULO DA BAIXA DO FR16EP02: JUROS SOBRE O SALDO,    *   00013080
      * AMORTIZACAO PELA DIFERENCA E A ULTIMA PARCELA ZERANDO O     *   00013090
      * SALDO DEVEDOR.                                              *   00013100
      *--------------------------------------------------------------   00013110
       2200-IMPRIMIR-PARCELA                     SECTION.               00013120
      *--------------------------------------------------------------   00013130
            COMPUTE WRK-JUROS ROUNDED =                                 00013140
                    WRK-SALDO * REG-EMP-TAXA / 100.                     00013150
            IF WRK-IND NOT LESS REG-EMP-PRAZO                           00013160
              COMPUTE WRK-VALOR = WRK-SALDO + WRK-JUROS                 00013170
            ELSE                                                        00013180
              MOVE REG-EMP-VALOR-PARCELA TO WRK-VALOR                   00013190
            END-IF.                                                     00013200
            IF WRK-JUROS GREATER WRK-VALOR                              00013210
              MOVE WRK-VALOR TO WRK-JUROS                               00013220
            END-IF.                                                     00013230
            COMPUTE WRK-AMORTIZACAO = WRK-VALOR - WRK-JUROS.            00013240
            IF WRK-AMORTIZACAO GREATER WRK-SALDO                        00013250
              MOVE WRK-SALDO TO WRK-AMORTIZACAO                         00013260
            END-IF.                                                     00013270
            SUBTRACT WRK-AMORTIZACAO FROM WRK-SALDO.                    00013280
            ADD WRK-VALOR TO WRK-TOT-PARCELAS.                          00013290
            ADD WRK-JUROS TO WRK-TOT-JUROS.                             00013300
            MOVE WRK-IND         TO WRK-CRN-PARCELA.                    00013310
            MOVE WRK-VNC-DIA     TO WRK-DED-DIA.                        00013320
            MOVE WRK-VNC-MES     TO WRK-DED-MES.                        00013330
            MOVE WRK-VNC-ANO     TO WRK-DED-ANO.                        00013340
            MOVE WRK-DATA-EDIT   TO WRK-CRN-VENC.                       00013350
            MOVE WRK-VALOR       TO WRK-CRN-VALOR.                      00013360
            MOVE WRK-JUROS       TO WRK-CRN-JUROS.                      00013370
            MOVE WRK-AMORTIZACAO TO WRK-CRN-AMORT.                      00013380
            MOVE WRK-SALDO       TO WRK-CRN-SALDO.                      00013390
            EVALUATE TRUE                                               00013400
             WHEN REG-EMP-A-LIBERAR OR REG-EMP-RECUSADO                 00013410
               MOVE 'PREVISTA' TO WRK-CRN-SITUACAO                      00013420
             WHEN WRK-IND NOT GREATER REG-EMP-PARCELAS-PAGAS OR         00013430
                  REG-EMP-QUITADO                                       00013440
               MOVE 'PAGA'     TO WRK-CRN-SITUACAO                      00013450
             WHEN WRK-VENC LESS WRK-DATA-PROC                           00013460
               MOVE 'ATRASO'   TO WRK-CRN-SITUACAO                      00013470
             WHEN OTHER                                                 00013480
               MOVE 'ABERTA'   TO WRK-CRN-SITUACAO                      00013490
            END-EVALUATE.                                               00013500
            WRITE FD-RELCRON FROM WRK-DETALHE-CRON.                     00013510
            PERFORM 2600-AVANCAR-VENCIMENTO.                            00013520
            ADD 1 TO WRK-IND.                                           00013530
      *--------------------------------------------------------------   00013540
       2200-99-FIM.                              EXIT.                  00013550
      *--------------------------------------------------------------   00013560
      ***************************************************************   00013570
      *       A V A N C A R   V E N C I M E N T O                   *   00013580
      ***************************************************************   00013590
      * UM MES SOBRE WRK-VENC, DE VOLTA AO DIA-BASE DO CONTRATO,    *   00013600
      * LIMITADO AO ULTIMO DIA DO MES (IGUAL AO FR16EP02).          *   00013610
      *--------------------------------------------------------------   00013620
       2600-AVANCAR-VENCIMENTO                   SECTION.               00013630
      *--------------------------------------------------------------   00013640
            IF WRK-VNC-MES EQUAL 12                                     00013650
              ADD 1 TO WRK-VNC-ANO                                      00013660
              MOVE 01 TO WRK-VNC-MES                                    00013670
            ELSE                                                        00013680
              ADD 1 TO WRK-VNC-MES                                      00013690
            END-IF.                                                     00013700
      *     ULTIMO DIA DO MES = VESPERA DO DIA 1 DO MES SEGUINTE.       00013710
            MOVE WRK-VNC-ANO TO WRK-AUX-ANO.                            00013720
            MOVE 01          TO WRK-AUX-DIA.                            00013730
            IF WRK-VNC-MES EQUAL 12                                     00013740
              ADD 1   TO WRK-AUX-ANO                                    00013750
              MOVE 01 TO WRK-AUX-MES                                    00013760
            ELSE                                                        00013770
              COMPUTE WRK-AUX-MES = WRK-VNC-MES + 1                     00013780
            END-IF.                                                     00013790
            COMPUTE WRK-DIA-INT =                                       00013800
                    FUNCTION INTEGER-OF-DATE (WRK-DATA-AUX) - 1.        00013810
            COMPUTE WRK-DATA-AUX =                                      00013820
                    FUNCTION DATE-OF-INTEGER (WRK-DIA-INT).             00013830
            MOVE WRK-AUX-DIA TO WRK-ULTIMO-DIA.                         00013840
            IF REG-EMP-DIA-BASE EQUAL ZEROS OR                          00013850
               REG-EMP-DIA-BASE GREATER WRK-ULTIMO-DIA                  00013860
              MOVE WRK-ULTIMO-DIA   TO WRK-VNC-DIA                      00013870
            ELSE                                                        00013880
              MOVE REG-EMP-DIA-BASE TO WRK-VNC-DIA                      00013890
            END-IF.                                                     00013900
      *--------------------------------------------------------------   00013910
       2600-99-FIM.                              EXIT.                  00013920
      *--------------------------------------------------------------   00013930
      ***************************************************************   00013940
      *               F I N A L I Z A R                             *   00013950
      ***************************************************************   00013960
      *--------------------------------------------------------------   00013970
       3000-FINALIZAR                            SECTION.               00013980
      *--------------------------------------------------------------   00013990
            MOVE SPACES TO FD-RELCRON.                                  00014000
            WRITE FD-RELCRON.                                           00014010
            MOVE 'CARTOES LIDOS...................:'                    00014020
                                    TO WRK-TOT-TEXTO                    00014030
            MOVE WRK-CARTOES-LIDOS  TO WRK-TOT-QTDE                     00014040
            WRITE FD-RELCRON FROM WRK-TOTAL-CR.                         00014050
            MOVE 'CRONOGRAMAS IMPRESSOS...........:'                    00014060
                                    TO WRK-TOT-TEXTO                    00014070
            MOVE WRK-IMPRESSOS      TO WRK-TOT-QTDE                     00014080
            WRITE FD-RELCRON FROM WRK-TOTAL-CR.                         00014090
            MOVE 'CONTRATOS NAO CADASTRADOS.......:'                    00014100
                                    TO WRK-TOT-TEXTO                    00014110
            MOVE WRK-NAO-ACHADOS    TO WRK-TOT-QTDE                     00014120
            WRITE FD-RELCRON FROM WRK-TOTAL-CR.                         00014130
            CLOSE CRONSEL EMPVSAM RELCRON.                              00014140
            DISPLAY ' '.                                                00014150
            DISPLAY 'CARTOES LIDOS                 : '                  00014160
                    WRK-CARTOES-LIDOS.                                  00014170
            DISPLAY 'CRONOGRAMAS IMPRESSOS         : ' WRK-IMPRESSOS.   00014180
            DISPLAY 'CONTRATOS NAO CADASTRADOS     : ' WRK-NAO-ACHADOS. 00014190
            IF WRK-NAO-ACHADOS NOT EQUAL ZEROS                          00014200
              MOVE 4 TO RETURN-CODE                                     00014210
            END-IF.                                                     00014220
            DISPLAY '-----FIM DE PROCESSAMENTO----'.                    00014230
      *--------------------------------------------------------------   00014240
       3000-99-FIM.                              EXIT.                  00014250
      *--------------------------------------------------------------   00014260
      ***************************************************************   00014270
      *         T E S T A R   S T A T U S                           *   00014280
      ***************************************************************   00014290
      *--------------------------------------------------------------   00014300
       5100-TESTAR-STATUS                        SECTION.               00014310
      *--------------------------------------------------------------   00014320
            EVALUATE TRUE                                               00014330
             WHEN WRK-FS-CRONSEL NOT EQUAL 0                            00014340
               MOVE 'FR16EP03'             TO WRK-PROGRAMA              00014350
               MOVE '5100'                 TO WRK-SECAO                 00014360
               MOVE 'ERRO NO OPEN CRONSEL' TO WRK-MENSAGEM              00014370
               MOVE WRK-FS-CRONSEL         TO WRK-STATUS                00014380
                 PERFORM 6000-TRATA-ERROS                               00014390
             WHEN WRK-FS-EMPVSAM NOT EQUAL 0                            00014400
               MOVE 'FR16EP03'             TO WRK-PROGRAMA              00014410
               MOVE '5100'                 TO WRK-SECAO                 00014420
               MOVE 'ERRO NO OPEN EMPVSAM' TO WRK-MENSAGEM              00014430
               MOVE WRK-FS-EMPVSAM         TO WRK-STATUS                00014440
                 PERFORM 6000-TRATA-ERROS                               00014450
             WHEN WRK-FS-RELCRON NOT EQUAL 0                            00014460
               MOVE 'FR16EP03'             TO WRK-PROGRAMA              00014470
               MOVE '5100'                 TO WRK-SECAO                 00014480
               MOVE 'ERRO NO OPEN RELCRON' TO WRK-MENSAGEM              00014490
               MOVE WRK-FS-RELCRON         TO WRK-STATUS                00014500
                 PERFORM 6000-TRATA-ERROS                               00014510
            END-EVALUATE.                                               00014520
      *--------------------------------------------------------------   00014530
       5100-99-FIM.                              EXIT.                  00014540
      *--------------------------------------------------------------   00014550
      ***************************************************************   00014560
      *         L E R   C R O N S E L                               *   00014570
      ***************************************************************   00014580
      *--------------------------------------------------------------   00014590
       5400-LER-CRONSEL                          SECTION.               00014600
      *--------------------------------------------------------------   00014610
            READ CRONSEL                                                00014620
              AT END MOVE 10 TO WRK-FS-CRONSEL                          00014630
            END-READ.                                                   00014640
      *--------------------------------------------------------------   00014650
       5400-99-FIM.                              EXIT.                  00014660
      *--------------------------------------------------------------   00014670
      ***************************************************************   00014680
      *          T R A T A   E R R O S                              *   00014690
      ***************************************************************   00014700
      *--------------------------------------------------------------   00014710
       6000-TRATA-ERROS                          SECTION.               00014720
      *--------------------------------------------------------------   00014730
            CALL WRK-ERRORLOG USING WRK-DADOS.                          00014740
            MOVE 8 TO RETURN-CODE.                                      00014750
            GOBACK.                                                     00014760
      *--------------------------------------------------------------   00014770
       6000-99-FIM.                              EXIT.                  00014780
      *--------------------------------------------------------------   00014790
