      *=============================================================*   00010000
       IDENTIFICATION                            DIVISION.              00010010
      *=============================================================*   00010020
                                                                        00010030
       PROGRAM-ID. FR16EP04.                                            00010040
      *=============================================================*   00010050
      *             T R E I N A M E N T O                           *   00010060
      *=============================================================*   00010070
      * PROGRAMA......: FR16EP04.                                   *   00010080
      *-------------------------------------------------------------*   00010090
      * PROGRAMADOR...: LUCIANO GUIMARAES.                          *   00010100
      * DATA..........: 15/10/2026                                  *   00010110
      * EMPRESA.......: FOURSYS                                     *   00010120
      * INSTRUTOR.....: IVAN SANCHES                                *   00010130
      *-------------------------------------------------------------*   00010140
      * OBJETIVO......: RELATORIO DA CARTEIRA DE EMPRESTIMO PESSOAL *   00010150
      *                 POR AGENCIA: LE O EMPVSAM (#EMPREG) NA      *   00010160
      *                 ORDEM DA CHAVE E, COM QUEBRA POR AGENCIA,   *   00010170
      *                 TOTALIZA QUANTIDADE E SALDO DEVEDOR DOS     *   00010180
      *                 CONTRATOS EM CURSO POR FAIXA DE ATRASO (EM  *   00010190
      *                 DIA, 1-30, 31-60, 61-90 E MAIS DE 90 DIAS), *   00010200
      *                 OS CONTRATOS A LIBERAR (PELO PRINCIPAL), OS *   00010210
      *                 QUITADOS E OS RECUSADOS, COM O TOTAL GERAL  *   00010220
      *                 NO FIM. OS DIAS DE ATRASO SAO CONTADOS DA   *   00010230
      *                 PARCELA MAIS ANTIGA EM ABERTO (PROX-VENC)   *   00010240
      *                 ATE A DATA DE REFERENCIA DO SYSIN (BRANCO = *   00010250
      *                 DATA DO DIA).                               *   00010260
      *-------------------------------------------------------------*   00010270
      *   ARQUIVOS...:                                              *   00010280
      *    DDNAME              I/O                                  *   00010290
      *    EMPVSAM              I                                   *   00010300
      *    RELCART              O                                   *   00010310
      *-------------------------------------------------------------*   00010320
      *   MODULOS....:                             INCLUDE/BOOK     *   00010330
      *   GRAVALOG -   TRATAMENTO DE ERROS            GLOG2         *   00010340
      *=============================================================*   00010350
                                                                        00010360
      *=============================================================*   00010370
       ENVIRONMENT                               DIVISION.              00010380
      *=============================================================*   00010390
      *-------------------------------------------------------------*   00010400
       CONFIGURATION                             SECTION.               00010410
      *-------------------------------------------------------------*   00010420
       SPECIAL-NAMES.                                                   00010430
           DECIMAL-POINT IS COMMA.                                      00010440
                                                                        00010450
       INPUT-OUTPUT                              SECTION.               00010460
       FILE-CONTROL.                                                    00010470
            SELECT EMPVSAM   ASSIGN TO EMPVSAM                          00010480
                ORGANIZATION IS INDEXED                                 00010490
                ACCESS MODE IS SEQUENTIAL                               00010500
                RECORD KEY IS REG-EMP-CHAVE                             00010510
                FILE STATUS  IS WRK-FS-EMPVSAM.                         00010520
                                                                        00010530
            SELECT RELCART   ASSIGN TO RELCART                          00010540
                FILE STATUS  IS WRK-FS-RELCART.                         00010550
      *=============================================================*   00010560
       DATA                                      DIVISION.              00010570
      *=============================================================*   00010580
       FILE                                      SECTION.               00010590
      *-------------------------------------------------------------*   00010600
                                                                        00010610
       FD EMPVSAM.                                                      00010620
                                                                        00010630
       COPY '#EMPREG'.                                                  00010640
                                                                        00010650
       FD RELCART                                                       00010660
           RECORDING  MODE IS F.                                        00010670
                                                                        00010680
       01 FD-RELCART         PIC X(080).                                00010690
      *-------------------------------------------------------------*   00010700
       WORKING-STORAGE                           SECTION.               00010710
      *-------------------------------------------------------------*   00010720
                                                                        00010730
      *-------------------------------------------------------------*   00010740
       01 FILLER PIC X(45) VALUE                                        00010750
              '------------------#GLOG----------------------'.          00010760
      *-------------------------------------------------------------*   00010770
                                                                        00010780
       COPY '#GLOG'.                                                    00010790
                                                                        00010800
      *-------------------------------------------------------------*   00010810
       01 FILLER PIC X(45) VALUE                                        00010820
              '-----------DADOS E FILE STATUS---------------'.          00010830
      *-------------------------------------------------------------*   00010840
       77 WRK-FS-EMPVSAM    PIC 9(02).                                  00010850
       77 WRK-FS-RELCART    PIC 9(02).                                  00010860
       77 WRK-ERRORLOG      PIC X(08) VALUE 'ERRORLOG'.                 00010870
       77 WRK-CONTRATOS-LIDOS PIC 9(07) VALUE ZEROS.                    00010880
       77 WRK-AGENCIAS      PIC 9(05) VALUE ZEROS.                      00010890
       77 WRK-DATA-REF      PIC 9(08) VALUE ZEROS.                      00010900
       77 WRK-DIAS          PIC S9(07) VALUE ZEROS.                     00010910
       77 WRK-IND           PIC 9(02) COMP VALUE ZEROS.                 00010920
       77 WRK-AGENCIA-ANT   PIC X(04) VALUE SPACES.                     00010930
       77 WRK-SW-FIM-VSAM   PIC X(01) VALUE 'N'.                        00010940
           88 WRK-FIM-VSAM             VALUE 'S'.                       00010950
           88 WRK-TEM-VSAM             VALUE 'N'.                       00010960
                                                                        00010970
      *----------------CARTAO DE CONTROLE SYSIN--------------------*    00010980
      * WRK-PARM-DATA: DATA DE REFERENCIA AAAAMMDD (BRANCO = HOJE) *    00010990
       01 WRK-PARM-CART.                                                00011000
          05 WRK-PARM-DATA       PIC X(08).                             00011010
          05 WRK-PARM-DATA-N REDEFINES WRK-PARM-DATA                    00011020
                                 PIC 9(08).                             00011030
                                                                        00011040
      * FAIXAS DA CARTEIRA: 1 A 5 SAO OS CONTRATOS EM CURSO POR DIAS    00011050
      * DE ATRASO (6 E O TOTAL EM CURSO); 7 A 9 FICAM FORA DO SALDO.    00011060
       01 WRK-FAIXAS-INIC.                                              00011070
          05 FILLER PIC X(24) VALUE 'EM DIA                  '.         00011080
          05 FILLER PIC X(24) VALUE 'ATRASO DE 01 A 30 DIAS  '.         00011090
          05 FILLER PIC X(24) VALUE 'ATRASO DE 31 A 60 DIAS  '.         00011100
          05 FILLER PIC X(24) VALUE 'ATRASO DE 61 A 90 DIAS  '.         00011110
          05 FILLER PIC X(24) VALUE 'ATRASO ACIMA DE 90 DIAS '.         00011120
          05 FILLER PIC X(24) VALUE 'TOTAL EM CURSO          '.         00011130
          05 FILLER PIC X(24) VALUE 'A LIBERAR (PRINCIPAL)   '.         00011140
          05 FILLER PIC X(24) VALUE 'QUITADOS                '.         00011150
          05 FILLER PIC X(24) VALUE 'RECUSADOS               '.         00011160
       01 WRK-FAIXAS REDEFINES WRK-FAIXAS-INIC.                         00011170
          05 WRK-FXA-DESCRICAO  PIC X(24) OCCURS 9 TIMES.               00011180
                                                                        00011190
       77 WRK-FXA-QTDE-TAB  PIC 9(02) COMP VALUE 9.                     00011200
       77 WRK-FXA-EM-CURSO  PIC 9(02) COMP VALUE 6.                     00011210
       77 WRK-FXA-A-LIBERAR PIC 9(02) COMP VALUE 7.                     00011220
       77 WRK-FXA-QUITADOS  PIC 9(02) COMP VALUE 8.                     00011230
       77 WRK-FXA-RECUSADOS PIC 9(02) COMP VALUE 9.                     00011240
       77 WRK-FXA           PIC 9(02) COMP VALUE ZEROS.                 00011250
                                                                        00011260
       01 WRK-TABELA-AGENCIA.                                           00011270
          05 WRK-AGE OCCURS 9 TIMES.                                    00011280
             10 WRK-AGE-QTDE       PIC 9(07).                           00011290
             10 WRK-AGE-SALDO      PIC 9(13)V99.                        00011300
                                                                        00011310
       01 WRK-TABELA-GERAL.                                             00011320
          05 WRK-GER OCCURS 9 TIMES.                                    00011330
             10 WRK-GER-QTDE       PIC 9(07).                           00011340
             10 WRK-GER-SALDO      PIC 9(13)V99.                        00011350
                                                                        00011360
      *-------------------------------------------------------------*   00011370
       01 FILLER PIC X(45) VALUE                                        00011380
              '-----------LAYOUTS DE IMPRESSAO--------------'.          00011390
      *-------------------------------------------------------------*   00011400
       01 WRK-CABECALHO-CART.                                           00011410
          05 FILLER               PIC X(46) VALUE                       00011420
                    'CARTEIRA DE EMPRESTIMO PESSOAL      - FR16EP04'.   00011430
          05 FILLER               PIC X(12) VALUE ' - REFERENC '.       00011440
          05 WRK-CAB-DATA         PIC 9(08).                            00011450
                                                                        00011460
       01 WRK-AGENCIA-CART.                                             00011470
          05 FILLER               PIC X(09) VALUE 'AGENCIA: '.          00011480
          05 WRK-AGC-AGENCIA      PIC X(04).                            00011490
                                                                        00011500
       01 WRK-TITULO-CART.                                              00011510
          05 FILLER               PIC X(80) VALUE                       00011520
           '   FAIXA                         QTDE        SALDO DEVEDOR'.00011530
                                                                        00011540
       01 WRK-DETALHE-CART.                                             00011550
          05 FILLER               PIC X(03) VALUE SPACES.               00011560
          05 WRK-CRT-DESCRICAO    PIC X(24).                            00011570
          05 FILLER               PIC X(01) VALUE SPACES.               00011580
          05 WRK-CRT-QTDE         PIC Z.ZZZ.ZZ9.                        00011590
          05 FILLER               PIC X(01) VALUE SPACES.               00011600
          05 WRK-CRT-SALDO        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.             00011610
                                                                        00011620
       01 WRK-TOTAL-CART.                                               00011630
          05 WRK-TOT-TEXTO        PIC X(34).                            00011640
          05 WRK-TOT-QTDE         PIC Z.ZZZ.ZZ9.                        00011650
                                                                        00011660
      *=============================================================*   00011670
       PROCEDURE                                 DIVISION.              00011680
      *=============================================================*   00011690
      ***************************************************************   00011700
      *          R O T I N A   P R I N C I P A L                    *   00011710
      ***************************************************************   00011720
      *--------------------------------------------------------------   00011730
       0000-PRINCIPAL                            SECTION.               00011740
      *--------------------------------------------------------------   00011750
             PERFORM 1000-INICIALIZAR.                                  00011760
             PERFORM 2000-PROCESSAR UNTIL WRK-FIM-VSAM.                 00011770
             PERFORM 3000-FINALIZAR.                                    00011780
             STOP RUN.                                                  00011790
      *--------------------------------------------------------------   00011800
       0000-99-FIM.                              EXIT.                  00011810
      *--------------------------------------------------------------   00011820
      ***************************************************************   00011830
      *             I N I C I A L I Z A R                           *   00011840
      ***************************************************************   00011850
      *--------------------------------------------------------------   00011860
       1000-INICIALIZAR                          SECTION.               00011870
      *--------------------------------------------------------------   00011880
             ACCEPT WRK-PARM-CART FROM SYSIN.                           00011890
             IF WRK-PARM-DATA EQUAL SPACES OR                           00011900
                WRK-PARM-DATA NOT NUMERIC                               00011910
               ACCEPT WRK-DATA-REF FROM DATE YYYYMMDD                   00011920
             ELSE                                                       00011930
               MOVE WRK-PARM-DATA-N TO WRK-DATA-REF                     00011940
             END-IF.                                                    00011950
             OPEN INPUT  EMPVSAM                                        00011960
                  OUTPUT RELCART.                                       00011970
             PERFORM 5100-TESTAR-STATUS.                                00011980
             INITIALIZE WRK-TABELA-AGENCIA WRK-TABELA-GERAL.            00011990
             MOVE WRK-DATA-REF TO WRK-CAB-DATA.                         00012000
             WRITE FD-RELCART FROM WRK-CABECALHO-CART.                  00012010
             PERFORM 5300-LER-EMPVSAM.                                  00012020
             MOVE REG-EMP-AGENCIA TO WRK-AGENCIA-ANT.                   00012030
      *--------------------------------------------------------------   00012040
       1000-99-FIM.                              EXIT.                  00012050
      *--------------------------------------------------------------   00012060
      ***************************************************************   00012070
      *               P R O C E S S A R                             *   00012080
      ***************************************************************   00012090
      *--------------------------------------------------------------   00012100
       2000-PROCESSAR                            SECTION.               00012110
      *--------------------------------------------------------------   00012120
            IF REG-EMP-AGENCIA NOT EQUAL WRK-AGENCIA-ANT                00012130
              PERFORM 2500-QUEBRA-AGENCIA                               00012140
              MOVE REG-EMP-AGENCIA TO WRK-AGENCIA-ANT                   00012150
            END-IF.                                                     00012160
            PERFORM 2100-CLASSIFICAR.                                   00012170
            PERFORM 5300-LER-EMPVSAM.                                   00012180
      *--------------------------------------------------------------   00012190
       2000-99-FIM.                              EXIT.                  00012200
      *--------------------------------------------------------------   00012210
      ***************************************************************   00012220
      *       C L A S S I F I C A R   O   C O N T R A T O           *   00012230
      ***************************************************************   00012240
      * CONTRATO EM CURSO ENTRA NA FAIXA DE ATRASO E NO TOTAL EM    *   00012250
      * CURSO PELO SALDO DEVEDOR; A LIBERAR ENTRA PELO PRINCIPAL.   *   00012260
      *--------------------------------------------------------------   00012270
       2100-CLASSIFICAR                          SECTION.               00012280
      *--------------------------------------------------------------   00012290
            EVALUATE TRUE                                               00012300
             WHEN REG-EMP-EM-CURSO                                      00012310
               COMPUTE WRK-DIAS =                                       00012320
                       FUNCTION INTEGER-OF-DATE (WRK-DATA-REF)          00012330
                     - FUNCTION INTEGER-OF-DATE (REG-EMP-PROX-VENC)     00012340
               EVALUATE TRUE                                            00012350
                WHEN WRK-DIAS NOT GREATER ZEROS                         00012360
                  MOVE 1 TO WRK-FXA                                     00012370
                WHEN WRK-DIAS NOT GREATER 30                            00012380
                  MOVE 2 TO WRK-FXA                                     00012390
                WHEN WRK-DIAS NOT GREATER 60                            00012400
                  MOVE 3 TO WRK-FXA                                     00012410
                WHEN WRK-DIAS NOT GREATER 90                            00012420
                  MOVE 4 TO WRK-FXA                                     00012430
                WHEN OTHER                                              00012440
                  MOVE 5 TO WRK-FXA                                     00012450
               END-EVALUATE                                             00012460
               ADD 1 TO WRK-AGE-QTDE (WRK-FXA)                          00012470
               ADD REG-EMP-SALDO-DEVEDOR TO WRK-AGE-SALDO (WRK-FXA)     00012480
               ADD 1 TO WRK-AGE-QTDE (WRK-FXA-EM-CURSO)                 00012490
               ADD REG-EMP-SALDO-DEVEDOR                                00012500
                                TO WRK-AGE-SALDO (WRK-FXA-EM-CURSO)     00012510
             WHEN REG-EMP-A-LIBERAR                                     00012520
               ADD 1 TO WRK-AGE-QTDE (WRK-FXA-A-LIBERAR)                00012530
               ADD REG-EMP-PRINCIPAL                                    00012540
                                TO WRK-AGE-SALDO (WRK-FXA-A-LIBERAR)    00012550
             WHEN REG-EMP-QUITADO                                       00012560
               ADD 1 TO WRK-AGE-QTDE (WRK-FXA-QUITADOS)                 00012570
             WHEN REG-EMP-RECUSADO                                      00012580
               ADD 1 TO WRK-AGE-QTDE (WRK-FXA-RECUSADOS)                00012590
            END-EVALUATE.                                               00012600
      *--------------------------------------------------------------   00012610
       2100-99-FIM.                              EXIT.                  00012620
      *--------------------------------------------------------------   00012630
      ***************************************************************   00012640
      *       Q U E B R A   P O R   A G E N C I A                   *   00012650
      ***************************************************************   00012660
      *--------------------------------------------------------------   00012670
       2500-QUEBRA-AGENCIA                       SECTION.               00012680
      *--------------------------------------------------------------   00012690
            ADD 1 TO WRK-AGENCIAS.                                      00012700
            MOVE SPACES TO FD-RELCART.                                  00012710
            WRITE FD-RELCART.                                           00012720
            MOVE WRK-AGENCIA-ANT TO WRK-AGC-AGENCIA.                    00012730
            WRITE FD-RELCART FROM WRK-AGENCIA-CART.                     00012740
            WRITE FD-RELCART FROM WRK-TITULO-CART.                      00012750
            MOVE 1 TO WRK-IND.                                          00012760
            PERFORM 2600-IMPRIMIR-FAIXA-AGENCIA                         00012770
               UNTIL WRK-IND GREATER WRK-FXA-QTDE-TAB.                  00012780
            INITIALIZE WRK-TABELA-AGENCIA.                              00012790
      *--------------------------------------------------------------   00012800
       2500-99-FIM.                              EXIT.                  00012810
      *--------------------------------------------------------------   00012820
      *--------------------------------------------------------------   00012830
       2600-IMPRIMIR-FAIXA-AGENCIA               SECTION.               00012840
      *--------------------------------------------------------------   00012850
            MOVE WRK-FXA-DESCRICAO (WRK-IND) TO WRK-CRT-DESCRICAO.      00012860
            MOVE WRK-AGE-QTDE (WRK-IND)      TO WRK-CRT-QTDE.           00012870
            MOVE WRK-AGE-SALDO (WRK-IND)     TO WRK-CRT-SALDO.          00012880
            WRITE FD-RELCART FROM WRK-DETALHE-CART.                     00012890
            ADD WRK-AGE-QTDE (WRK-IND)  TO WRK-GER-QTDE (WRK-IND).      00012900
            ADD WRK-AGE-SALDO (WRK-IND) TO WRK-GER-SALDO (WRK-IND).     00012910
            ADD 1 TO WRK-IND.                                           00012920
      *--------------------------------------------------------------   00012930
       2600-99-FIM.                              EXIT.                  00012940
      *--------------------------------------------------------------   00012950
      *--------------------------------------------------------------   00012960
       2700-IMPRIMIR-FAIXA-GERAL                 SECTION.               00012970
      *--------------------------------------------------------------   00012980
            MOVE WRK-FXA-DESCRICAO (WRK-IND) TO WRK-CRT-DESCRICAO.      00012990
            MOVE WRK-GER-QTDE (WRK-IND)      TO WRK-CRT-QTDE.           00013000
            MOVE WRK-GER-SALDO (WRK-IND)     TO WRK-CRT-SALDO.          00013010
            WRITE FD-RELCART FROM WRK-DETALHE-CART.                     00013020
            ADD 1 TO WRK-IND.                                           00013030
      *--------------------------------------------------------------   00013040
       2700-99-FIM.                              EXIT.                  00013050
      *--------------------------------------------------------------   00013060
      ***************************************************************   00013070
      *               F I N A L I Z A R                             *   00013080
      ***************************************************************   00013090
      *--------------------------------------------------------------   00013100
       3000-FINALIZAR                            SECTION.               00013110
      *--------------------------------------------------------------   00013120
            IF WRK-CONTRATOS-LIDOS NOT EQUAL ZEROS                      00013130
              PERFORM 2500-QUEBRA-AGENCIA                               00013140
            END-IF.                                                     00013150
            MOVE SPACES TO FD-RELCART.                                  00013160
            WRITE FD-RELCART.                                           00013170
            MOVE 'TOTAL GERAL DA CARTEIRA' TO FD-RELCART.               00013180
            WRITE FD-RELCART.                                           00013190
            WRITE FD-RELCART FROM WRK-TITULO-CART.                      00013200
            MOVE 1 TO WRK-IND.                                          00013210
            PERFORM 2700-IMPRIMIR-FAIXA-GERAL                           00013220
               UNTIL WRK-IND GREATER WRK-FXA-QTDE-TAB.                  00013230
            MOVE SPACES TO FD-RELCART.                                  00013240
            WRITE FD-RELCART.                                           00013250
            MOVE 'CONTRATOS LIDOS.................:'                    00013260
                                    TO WRK-TOT-TEXTO                    00013270
            MOVE WRK-CONTRATOS-LIDOS TO WRK-TOT-QTDE                    00013280
            WRITE FD-RELCART FROM WRK-TOTAL-CART.                       00013290
            MOVE 'AGENCIAS........................:'                    00013300
                                    TO WRK-TOT-TEXTO                    00013310
            MOVE WRK-AGENCIAS       TO WRK-TOT-QTDE                     00013320
            WRITE FD-RELCART FROM WRK-TOTAL-CART.                       00013330
            CLOSE EMPVSAM RELCART.                                      00013340
            DISPLAY ' '.                                                00013350
            DISPLAY 'DATA DE REFERENCIA            : ' WRK-DATA-REF.    00013360
            DISPLAY 'CONTRATOS LIDOS               : '                  00013370
                    WRK-CONTRATOS-LIDOS.                                00013380
            DISPLAY 'AGENCIAS                      : ' WRK-AGENCIAS.    00013390
            DISPLAY '-----FIM DE PROCESSAMENTO----'.                    00013400
      *--------------------------------------------------------------   00013410
       3000-99-FIM.                              EXIT.                  00013420
      *--------------------------------------------------------------   00013430
      ***************************************************************   00013440
      *         T E S T A R   S T A T U S                           *   00013450
      ***************************************************************   00013460
      *--------------------------------------------------------------   00013470
       5100-TESTAR-STATUS                        SECTION.               00013480
      *--------------------------------------------------------------   00013490
            EVALUATE TRUE                                               00013500
             WHEN WRK-FS-EMPVSAM NOT EQUAL 0                            00013510
               MOVE 'FR16EP04'             TO WRK-PROGRAMA              00013520
               MOVE '5100'                 TO WRK-SECAO                 00013530
               MOVE 'ERRO NO OPEN EMPVSAM' TO WRK-MENSAGEM              00013540
               MOVE WRK-FS-EMPVSAM         TO WRK-STATUS                00013550
                 PERFORM 6000-TRATA-ERROS                               00013560
             WHEN WRK-FS-RELCART NOT EQUAL 0                            00013570
               MOVE 'FR16EP04'             TO WRK-PROGRAMA              00013580
               MOVE '5100'                 TO WRK-SECAO                 00013590
               MOVE 'ERRO NO OPEN RELCART' TO WRK-MENSAGEM              00013600
               MOVE WRK-FS-RELCART         TO WRK-STATUS                00013610
                 PERFORM 6000-TRATA-ERROS                               00013620
            END-EVALUATE.                                               00013630
      *--------------------------------------------------------------   00013640
       5100-99-FIM.                              EXIT.                  00013650
      *--------------------------------------------------------------   00013660
      ***************************************************************   00013670
      *         L E R   E M P V S A M                               *   00013680
      ***************************************************************   00013690
      * O REGISTRO DE CARGA INICIAL DO CLUSTER (CHAVE TODA EM '9',  *   00013700
      * GRAVADO PELO DEFONL) NAO E CONTRATO E ENCERRA A LEITURA.    *   00013710
      *--------------------------------------------------------------   00013720
       5300-LER-EMPVSAM                          SECTION.               00013730
      *--------------------------------------------------------------   00013740
            READ EMPVSAM NEXT RECORD                                    00013750
              AT END MOVE 'S' TO WRK-SW-FIM-VSAM                        00013760
            END-READ.                                                   00013770
            IF WRK-TEM-VSAM                                             00013780
              IF REG-EMP-CHAVE EQUAL ALL '9'                            00013790
                MOVE 'S' TO WRK-SW-FIM-VSAM                             00013800
              ELSE                                                      00013810
                ADD 1 TO WRK-CONTRATOS-LIDOS                            00013820
              END-IF                                                    00013830
            END-IF.                                                     00013840
      *--------------------------------------------------------------   00013850
       5300-99-FIM.                              EXIT.                  00013860
      *--------------------------------------------------------------   00013870
      ***************************************************************   00013880
      *          T R A T A   E R R O S                              *   00013890
      ***************************************************************   00013900
      *--------------------------------------------------------------   00013910
       6000-TRATA-ERROS                          SECTION.               00013920
      *--------------------------------------------------------------   00013930
            CALL WRK-ERRORLOG USING WRK-DADOS.                          00013940
            MOVE 8 TO RETURN-CODE.                                      00013950
            GOBACK.                                                     00013960
      *--------------------------------------------------------------   00013970
       6000-99-FIM.                              EXIT.                  00013980
      *--------------------------------------------------------------   00013990
