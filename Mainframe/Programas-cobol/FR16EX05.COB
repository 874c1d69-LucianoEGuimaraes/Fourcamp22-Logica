      *                 TIPO C/D, O SALDO APOS CADA MOVIMENTO E O   *   00010200
      *                 SALDO FINAL, COM QUEBRA DE PAGINA POR CONTA *   00010210
      *                 COMO O REL1605 FAZ POR SETOR.               *   00010220
      *                 CADA LINHA DE MOVIMENTO ABRE COM O CODIGO   *   00880000
      *                 DE HISTORICO (TABELA HISTCOD), QUE TAMBEM   *   00880100
      *                 DIZ, COMO NO FR16EX04, SE O LANCAMENTO VALE *   00880110
      *                 EM CONTA BLOQUEADA OU DORMENTE.             *   00880120
      *                 O ESTORNO DA CLES E O LANCAMENTO ORIGINAL   *   00921700
      *                 QUE ELE ANULA SAEM COMO PAR CANCELADO: O    *   00921710
      *                 ESTORNO COM A OBSERVACAO 'ESTORNO' E O      *   00921720
      *                 ORIGINAL (MESMA CONTA, MESMA REFERENCIA NO  *   00921730
      *                 TEXTO, MESMO VALOR, TIPO CONTRARIO) COM     *   00921740
      *                 'LANC. ESTORNADO'. OS ESTORNOS SAO LIDOS    *   00921750
      *                 NUMA PRIMEIRA PASSADA PELO MOV0106.         *   00921760
      *-------------------------------------------------------------*   00010230
      *   ARQUIVOS...:                                              *   00010240
      *    DDNAME              I/O                                  *   00010250
      *    CLIENTES             I                                   *   00010260
      *    MOV0106              I                                   *   00010270
      *    HISTCOD              I                                   *   00880130
      *    EXTRATO              O                                   *   00010280
      *-------------------------------------------------------------*   00010290
      *   MODULOS....:                             INCLUDE/BOOK     *   00010300
                                                                        00010500
            SELECT EXTRATO   ASSIGN TO EXTRATO                          00010510
                FILE STATUS  IS WRK-FS-EXTRATO.                         00010520
                                                                        00880140
            SELECT HISTCOD   ASSIGN TO HISTCOD                          00880150
                FILE STATUS  IS WRK-FS-HISTCOD.                         00880160
      *=============================================================*   00010530
       DATA                                      DIVISION.              00010540
      *=============================================================*   00010550
          05 FD-MOV0106-MOVIMENTO  PIC X(30).                           00010780
          05 FD-MOV0106-VALORMOV   PIC 9(08)V99.                        00010790
          05 FD-MOV0106-TIPOMOV    PIC X(01).                           00010800
          05 FD-MOV0106-HISTORICO  PIC 9(03).                           00880020
                                                                        00010810
       FD EXTRATO                                                       00010820
           RECORDING  MODE IS F.                                        00010830
                                                                        00010840
       01 FD-EXTRATO        PIC X(132).                                 00010850
                                                                        00880170
       FD HISTCOD                                                       00880180
           RECORDING MODE IS F                                          00880190
           BLOCK CONTAINS 0 RECORDS.                                    00880200
                                                                        00880210
       COPY '#HISTREG'.                                                 00880220
      *-------------------------------------------------------------*   00010860
       WORKING-STORAGE                           SECTION.               00010870
      *-------------------------------------------------------------*   00010880
      *-------------------------------------------------------------*   00011000
       77 WRK-FS-CLIENTES   PIC 9(02).                                  00011010
       77 WRK-FS-MOV0106    PIC 9(02).                                  00011020
       77 WRK-FS-HISTCOD    PIC 9(02).                                  00880230
       77 WRK-FS-EXTRATO    PIC 9(02).                                  00011030
       77 WRK-ERRORLOG      PIC X(08) VALUE 'ERRORLOG'.                 00011040
       77 WRK-SALDO-CORR    PIC S9(09)V99 VALUE ZEROS.                  00011050
       77 WRK-SW-TEM-MOV    PIC X(01) VALUE 'N'.                        00011100
           88 WRK-TEM-MOV              VALUE 'S'.                       00011110
           88 WRK-SEM-MOV              VALUE 'N'.                       00011120
       77 WRK-EST-QTDE      PIC 9(03) COMP VALUE ZEROS.                 00921770
       77 WRK-EST-MAX       PIC 9(03) COMP VALUE 500.                   00921780
       77 WRK-IND-EST       PIC 9(03) COMP VALUE ZEROS.                 00921790
       77 WRK-SW-ESTORNADO  PIC X(01) VALUE 'N'.                        00921800
           88 WRK-LANC-ESTORNADO       VALUE 'S'.                       00921810
           88 WRK-LANC-NAO-ESTORNADO   VALUE 'N'.                       00921820
                                                                        00921830
      *-------------------------------------------------------------*   00921840
       01 FILLER PIC X(45) VALUE                                        00921850
              '-----------ESTORNOS DA CLES NO MOV0106-------'.          00921860
      *-------------------------------------------------------------*   00921870
       01 WRK-TABELA-ESTORNOS.                                          00921880
          05 WRK-TAB-EST OCCURS 500 TIMES INDEXED BY EST-IDX.           00921890
             10 WRK-TAB-EST-CHAVE      PIC X(08).                       00921900
             10 WRK-TAB-EST-REFERENCIA PIC X(14).                       00921910
             10 WRK-TAB-EST-VALORMOV   PIC 9(08)V99.                    00921920
             10 WRK-TAB-EST-TIPOMOV    PIC X(01).                       00921930
                                                                        00011130
      *-------------------------------------------------------------*   00011140
      *-------------------------------------------------------------*   00880240
       01 FILLER PIC X(45) VALUE                                        00880250
              '-----------TABELA DE HISTORICOS--------------'.          00880260
      *-------------------------------------------------------------*   00880270
      * A TABELA E ENDERECADA PELO PROPRIO CODIGO (001 A 999).          00880280
       77 WRK-HIS-QTDE      PIC 9(03) COMP VALUE ZEROS.                 00880290
       77 WRK-HIS-ANT       PIC 9(03) VALUE ZEROS.                      00880300
       77 WRK-HIS-CODIGO    PIC 9(03) VALUE ZEROS.                      00880310
                                                                        00880320
       01 WRK-TABELA-HISTORICOS.                                        00880330
          05 WRK-TAB-HIS OCCURS 999 TIMES.                              00880340
             10 WRK-THI-PERMITE-DORM PIC X(01).                         00880350
             10 WRK-THI-PERMITE-BLOQ PIC X(01).                         00880360
                                                                        00880370
       01 FILLER PIC X(45) VALUE                                        00011150
              '-----------LAYOUTS DE IMPRESSAO--------------'.          00011160
      *-------------------------------------------------------------*   00011170
          05 WRK-LIM-VALOR        PIC ZZ.ZZZ.ZZ9,99.                    00014240
                                                                        00011380
       01 WRK-LINHA-MOVIMENTO.                                          00011390
          05 WRK-MOV-HISTORICO    PIC 9(03).                            00880030
          05 FILLER               PIC X(01) VALUE SPACES.               00880040
          05 WRK-MOV-TEXTO        PIC X(30).                            00011400
          05 FILLER               PIC X(01) VALUE SPACES.               00011410
          05 WRK-MOV-TIPO         PIC X(01).                            00011420
      ***************************************************************   00011760
      *--------------------------------------------------------------   00011770
       1000-INICIALIZAR                          SECTION.               00011780
      *--------------------------------------------------------------   00880380
             PERFORM 1050-CARREGAR-HISTORICOS.                          00880390
             PERFORM 1070-CARREGAR-ESTORNOS.                            00921940
             OPEN INPUT  CLIENTES MOV0106                               00011800
                  OUTPUT EXTRATO.                                       00011810
             PERFORM 5100-TESTAR-STATUS.                                00011820
      *--------------------------------------------------------------   00011850
       1000-99-FIM.                              EXIT.                  00011860
      *--------------------------------------------------------------   00011870
      ***************************************************************   00880400
      *   C A R R E G A R   T A B E L A   D E   H I S T O R I C O S *   00880410
      ***************************************************************   00880420
      *--------------------------------------------------------------   00880430
       1050-CARREGAR-HISTORICOS                  SECTION.               00880440
      *--------------------------------------------------------------   00880450
            MOVE SPACES TO WRK-TABELA-HISTORICOS.                       00880460
            OPEN INPUT HISTCOD.                                         00880470
            IF WRK-FS-HISTCOD NOT EQUAL 0                               00880480
              MOVE 'FR16EX05'             TO WRK-PROGRAMA               00880490
              MOVE '1050'                 TO WRK-SECAO                  00880500
              MOVE 'ERRO NO OPEN HISTCOD' TO WRK-MENSAGEM               00880510
              MOVE WRK-FS-HISTCOD         TO WRK-STATUS                 00880520
              PERFORM 6000-TRATA-ERROS                                  00880530
            END-IF.                                                     00880540
            READ HISTCOD                                                00880550
              AT END MOVE 10 TO WRK-FS-HISTCOD                          00880560
            END-READ.                                                   00880570
            PERFORM 1060-GUARDAR-HISTORICO                              00880580
               UNTIL WRK-FS-HISTCOD EQUAL 10.                           00880590
            CLOSE HISTCOD.                                              00880600
      *--------------------------------------------------------------   00880610
       1050-99-FIM.                              EXIT.                  00880620
      *--------------------------------------------------------------   00880630
      *--------------------------------------------------------------   00880640
       1060-GUARDAR-HISTORICO                    SECTION.               00880650
      *--------------------------------------------------------------   00880660
            IF REG-HIST-CODIGO NOT NUMERIC OR                           00880670
               REG-HIST-CODIGO NOT GREATER WRK-HIS-ANT                  00880680
              DISPLAY 'HISTCOD - REGISTRO INVALIDO: ' REG-HIST          00880690
              MOVE 'FR16EX05'             TO WRK-PROGRAMA               00880700
              MOVE '1060'                 TO WRK-SECAO                  00880710
              MOVE 'TABELA DE HISTORICOS INVALIDA' TO WRK-MENSAGEM      00880720
              MOVE WRK-FS-HISTCOD         TO WRK-STATUS                 00880730
              PERFORM 6000-TRATA-ERROS                                  00880740
            END-IF.                                                     00880750
            MOVE REG-HIST-PERMITE-DORM                                  00880760
                          TO WRK-THI-PERMITE-DORM (REG-HIST-CODIGO).    00880770
            MOVE REG-HIST-PERMITE-BLOQ                                  00880780
                          TO WRK-THI-PERMITE-BLOQ (REG-HIST-CODIGO).    00880790
            MOVE REG-HIST-CODIGO TO WRK-HIS-ANT.                        00880800
            ADD 1 TO WRK-HIS-QTDE.                                      00880810
            READ HISTCOD                                                00880820
              AT END MOVE 10 TO WRK-FS-HISTCOD                          00880830
            END-READ.                                                   00880840
      *--------------------------------------------------------------   00880850
       1060-99-FIM.                              EXIT.                  00880860
      *--------------------------------------------------------------   00880870
      ***************************************************************   00921950
      *   C A R R E G A R   E S T O R N O S                         *   00921960
      ***************************************************************   00921970
      * PRIMEIRA PASSADA PELO MOV0106: GUARDA OS ESTORNOS DA CLES   *   00921980
      * ('ESTORNO DO LANC ' + REFERENCIA DO ORIGINAL) PARA QUE O    *   00921990
      * LANCAMENTO ORIGINAL, QUE VEM ANTES NA CONTA, JA SAIA        *   00922000
      * MARCADO.                                                    *   00922010
      *--------------------------------------------------------------   00922020
       1070-CARREGAR-ESTORNOS                    SECTION.               00922030
      *--------------------------------------------------------------   00922040
            OPEN INPUT MOV0106.                                         00922050
            IF WRK-FS-MOV0106 NOT EQUAL 0                               00922060
              MOVE 'FR16EX05'             TO WRK-PROGRAMA               00922070
              MOVE '1070'                 TO WRK-SECAO                  00922080
              MOVE 'ERRO NO OPEN MOV0106' TO WRK-MENSAGEM               00922090
              MOVE WRK-FS-MOV0106         TO WRK-STATUS                 00922100
              PERFORM 6000-TRATA-ERROS                                  00922110
            END-IF.                                                     00922120
            READ MOV0106                                                00922130
              AT END MOVE 10 TO WRK-FS-MOV0106                          00922140
            END-READ.                                                   00922150
            PERFORM 1080-GUARDAR-ESTORNO                                00922160
               UNTIL WRK-FS-MOV0106 EQUAL 10.                           00922170
            CLOSE MOV0106.                                              00922180
      *--------------------------------------------------------------   00922190
       1070-99-FIM.                              EXIT.                  00922200
      *--------------------------------------------------------------   00922210
      *--------------------------------------------------------------   00922220
       1080-GUARDAR-ESTORNO                      SECTION.               00922230
      *--------------------------------------------------------------   00922240
            IF FD-MOV0106-MOVIMENTO (1:16) EQUAL 'ESTORNO DO LANC '     00922250
              IF WRK-EST-QTDE EQUAL WRK-EST-MAX                         00922260
                MOVE 'FR16EX05'            TO WRK-PROGRAMA              00922270
                MOVE '1080'                TO WRK-SECAO                 00922280
                MOVE 'TABELA DE ESTORNOS EXCEDE O LIMITE'               00922290
                                           TO WRK-MENSAGEM              00922300
                MOVE WRK-FS-MOV0106        TO WRK-STATUS                00922310
                PERFORM 6000-TRATA-ERROS                                00922320
              END-IF                                                    00922330
              ADD 1 TO WRK-EST-QTDE                                     00922340
              SET EST-IDX TO WRK-EST-QTDE                               00922350
              MOVE FD-MOV0106-CHAVE TO WRK-TAB-EST-CHAVE (EST-IDX)      00922360
              MOVE FD-MOV0106-MOVIMENTO (17:14)                         00922370
                                    TO WRK-TAB-EST-REFERENCIA (EST-IDX) 00922380
              MOVE FD-MOV0106-VALORMOV                                  00922390
                                    TO WRK-TAB-EST-VALORMOV (EST-IDX)   00922400
              MOVE FD-MOV0106-TIPOMOV                                   00922410
                                    TO WRK-TAB-EST-TIPOMOV (EST-IDX)    00922420
            END-IF.                                                     00922430
            READ MOV0106                                                00922440
              AT END MOVE 10 TO WRK-FS-MOV0106                          00922450
            END-READ.                                                   00922460
      *--------------------------------------------------------------   00922470
       1080-99-FIM.                              EXIT.                  00922480
      *--------------------------------------------------------------   00922490
      ***************************************************************   00011880
      *               P R O C E S S A R                             *   00011890
      ***************************************************************   00011900
      * SOMA, DEBITO SO SUBTRAI COM SALDO SUFICIENTE; O DEBITO      *   00012400
      * RECUSADO SAI NO EXTRATO COM A OBSERVACAO E SEM MEXER NO     *   00012410
      * SALDO CORRENTE.                                             *   00012420
      * O HISTORICO QUE NAO VALE EM CONTA BLOQUEADA OU DORMENTE     *   00880880
      * SAI COM A OBSERVACAO; O PRIMEIRO LANCAMENTO ACEITO REATIVA  *   00880890
      * A CONTA DORMENTE, COMO NO FR16EX04. O ESTORNO DA CLES E O   *   00922500
      * ORIGINAL QUE ELE ANULA SAEM MARCADOS COMO PAR.              *   00922510
      *--------------------------------------------------------------   00012430
       2200-LISTAR-MOVIMENTO                     SECTION.               00012440
      *--------------------------------------------------------------   00012450
            MOVE SPACES TO WRK-MOV-OBS.                                 00012460
            IF FD-MOV0106-HISTORICO NUMERIC AND                         00880910
               FD-MOV0106-HISTORICO GREATER ZEROS                       00880920
              MOVE FD-MOV0106-HISTORICO TO WRK-HIS-CODIGO               00880930
            ELSE                                                        00880940
              MOVE 999                  TO WRK-HIS-CODIGO               00880950
            END-IF.                                                     00880960
            IF FD-CLIENTES-BLOQUEADA AND                                00880970
               WRK-THI-PERMITE-BLOQ (WRK-HIS-CODIGO) NOT EQUAL 'S'      00880980
              MOVE 'CONTA BLOQUEADA'    TO WRK-MOV-OBS                  00880990
            ELSE                                                        00881000
            IF FD-CLIENTES-DORMENTE AND                                 00881010
               WRK-THI-PERMITE-DORM (WRK-HIS-CODIGO) NOT EQUAL 'S'      00881020
              MOVE 'CONTA DORMENTE'     TO WRK-MOV-OBS                  00881030
            ELSE                                                        00881040
            IF FD-MOV0106-TIPOMOV EQUAL 'C'                             00012470
              ADD FD-MOV0106-VALORMOV TO WRK-SALDO-CORR                 00012480
            ELSE                                                        00012490
                MOVE 'SALDO INSUFICIENTE' TO WRK-MOV-OBS                00012540
              END-IF                                                    00012550
            END-IF                                                      00014130
            END-IF                                                      00012560
            END-IF.                                                     00881100
            IF WRK-MOV-OBS EQUAL SPACES AND FD-CLIENTES-DORMENTE        00881110
              MOVE 'A' TO FD-CLIENTES-SITUACAO                          00881120
            END-IF.                                                     00881130
            IF WRK-MOV-OBS EQUAL SPACES                                 00922520
              IF FD-MOV0106-MOVIMENTO (1:16) EQUAL 'ESTORNO DO LANC '   00922530
                MOVE 'ESTORNO'          TO WRK-MOV-OBS                  00922540
              ELSE                                                      00922550
                PERFORM 2250-TESTAR-ESTORNADO                           00922560
                IF WRK-LANC-ESTORNADO                                   00922570
                  MOVE 'LANC. ESTORNADO' TO WRK-MOV-OBS                 00922580
                END-IF                                                  00922590
              END-IF                                                    00922600
            END-IF.                                                     00922610
            MOVE FD-MOV0106-HISTORICO TO WRK-MOV-HISTORICO              00880050
            MOVE FD-MOV0106-MOVIMENTO TO WRK-MOV-TEXTO                  00012570
            MOVE FD-MOV0106-TIPOMOV   TO WRK-MOV-TIPO                   00012580
            MOVE FD-MOV0106-VALORMOV  TO WRK-MOV-VALOR                  00012590
      *--------------------------------------------------------------   00012630
       2200-99-FIM.                              EXIT.                  00012640
      *--------------------------------------------------------------   00012650
      *--------------------------------------------------------------   00922620
       2250-TESTAR-ESTORNADO                     SECTION.               00922630
      *--------------------------------------------------------------   00922640
            MOVE 'N' TO WRK-SW-ESTORNADO.                               00922650
            IF FD-MOV0106-MOVIMENTO (17:14) IS NUMERIC                  00922660
              MOVE 1 TO WRK-IND-EST                                     00922670
              PERFORM 2260-TESTAR-UM-ESTORNO                            00922680
                 UNTIL WRK-LANC-ESTORNADO                               00922690
                    OR WRK-IND-EST GREATER WRK-EST-QTDE                 00922700
            END-IF.                                                     00922710
      *--------------------------------------------------------------   00922720
       2250-99-FIM.                              EXIT.                  00922730
      *--------------------------------------------------------------   00922740
      *--------------------------------------------------------------   00922750
       2260-TESTAR-UM-ESTORNO                    SECTION.               00922760
      *--------------------------------------------------------------   00922770
            SET EST-IDX TO WRK-IND-EST.                                 00922780
            IF WRK-TAB-EST-CHAVE (EST-IDX) EQUAL FD-MOV0106-CHAVE AND   00922790
               WRK-TAB-EST-REFERENCIA (EST-IDX) EQUAL                   00922800
                                      FD-MOV0106-MOVIMENTO (17:14) AND  00922810
               WRK-TAB-EST-VALORMOV (EST-IDX) EQUAL                     00922820
                                      FD-MOV0106-VALORMOV AND           00922830
               WRK-TAB-EST-TIPOMOV (EST-IDX) NOT EQUAL                  00922840
                                      FD-MOV0106-TIPOMOV                00922850
              MOVE 'S' TO WRK-SW-ESTORNADO                              00922860
            ELSE                                                        00922870
              ADD 1 TO WRK-IND-EST                                      00922880
            END-IF.                                                     00922890
      *--------------------------------------------------------------   00922900
       2260-99-FIM.                              EXIT.                  00922910
      *--------------------------------------------------------------   00922920
      ***************************************************************   00012660
      *       F E C H A R   E X T R A T O   D A   C O N T A         *   00012670
      ***************************************************************   00012680
