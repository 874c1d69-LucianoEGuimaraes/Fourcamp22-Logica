      *=============================================================*   00010000
       IDENTIFICATION                            DIVISION.              00010010
      *=============================================================*   00010020
                                                                        00010030
       PROGRAM-ID. FR16CD02.                                            00010040
      *=============================================================*   00010050
      *             T R E I N A M E N T O                           *   00010060
      *=============================================================*   00010070
      * PROGRAMA......: FR16CD02.                                   *   00010080
      *-------------------------------------------------------------*   00010090
      * PROGRAMADOR...: LUCIANO GUIMARAES.                          *   00010100
      * DATA..........: 15/10/2026                                  *   00010110
      * EMPRESA.......: FOURSYS                                     *   00010120
      * INSTRUTOR.....: IVAN SANCHES                                *   00010130
      *-------------------------------------------------------------*   00010140
      * OBJETIVO......: RELATORIO DOS TITULARES (CPF/CNPJ) COM MAIS *   00010150
      *                 DE UMA CONTA: CLASSIFICA O CADASTRO DE      *   00010160
      *                 TITULARES (CADVSAM, #CADREG) PELO DOCUMENTO *   00010170
      *                 E, PARA CADA DOCUMENTO, CONTA AS CONTAS     *   00010180
      *                 QUE ESTAO NO MESTRE (CLIEVSAM) - CADASTRO   *   00010190
      *                 DE CONTA AINDA NAO ABERTA OU JA ENCERRADA   *   00010200
      *                 NAO ENTRA. DOCUMENTO COM DUAS OU MAIS       *   00010210
      *                 CONTAS SAI NO RELCPF COM CADA CONTA (NOME   *   00010220
      *                 E SITUACAO DO MESTRE), MARCADO QUANDO AS    *   00010230
      *                 CONTAS ESTAO EM MAIS DE UMA AGENCIA.        *   00010240
      *-------------------------------------------------------------*   00010250
      *   ARQUIVOS...:                                              *   00010260
      *    DDNAME              I/O                                  *   00010270
      *    CADVSAM              I                                   *   00010280
      *    CADORD               O  (CLASSIFICADO - TRABALHO)        *   00010290
      *    CLIEVSAM             I                                   *   00010300
      *    RELCPF               O                                   *   00010310
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
            SELECT CADVSAM   ASSIGN TO CADVSAM                          00010480
                ORGANIZATION IS INDEXED                                 00010490
                ACCESS MODE IS SEQUENTIAL                               00010500
                RECORD KEY IS FD-CADVSAM-CHAVE                          00010510
                FILE STATUS  IS WRK-FS-CADVSAM.                         00010520
                                                                        00010530
            SELECT SORTCD    ASSIGN TO SORTWK1.                         00010540
                                                                        00010550
            SELECT CADORD    ASSIGN TO CADORD                           00010560
                FILE STATUS  IS WRK-FS-CADORD.                          00010570
                                                                        00010580
            SELECT CLIEVSAM  ASSIGN TO CLIEVSAM                         00010590
                ORGANIZATION IS INDEXED                                 00010600
                ACCESS MODE IS RANDOM                                   00010610
                RECORD KEY IS REG-CLIENTES-CHAVE                        00010620
                FILE STATUS  IS WRK-FS-CLIEVSAM.                        00010630
                                                                        00010640
            SELECT RELCPF    ASSIGN TO RELCPF                           00010650
                FILE STATUS  IS WRK-FS-RELCPF.                          00010660
      *=============================================================*   00010670
       DATA                                      DIVISION.              00010680
      *=============================================================*   00010690
       FILE                                      SECTION.               00010700
      *-------------------------------------------------------------*   00010710
                                                                        00010720
      * O CLUSTER E SO A ENTRADA DO SORT: O LAYOUT (#CADREG) E          00010730
      * LIDO NO CADORD JA CLASSIFICADO.                                 00010740
       FD CADVSAM.                                                      00010750
                                                                        00010760
       01 FD-CADVSAM.                                                   00010770
          05 FD-CADVSAM-CHAVE      PIC X(08).                           00010780
          05 FILLER                PIC X(292).                          00010790
                                                                        00010800
      *-------------------------------------------------------------*   00010810
       SD SORTCD.                                                       00010820
      *-------------------------------------------------------------*   00010830
       01 WRK-SD-CAD.                                                   00010840
          05 WRK-SD-CHAVE          PIC X(08).                           00010850
          05 WRK-SD-TIPO-PESSOA    PIC X(01).                           00010860
          05 WRK-SD-DOCUMENTO      PIC X(14).                           00010870
          05 FILLER                PIC X(277).                          00010880
                                                                        00010890
       FD CADORD                                                        00010900
           RECORDING MODE IS F                                          00010910
           BLOCK CONTAINS 0 RECORDS.                                    00010920
                                                                        00010930
       COPY '#CADREG'.                                                  00010940
                                                                        00010950
       FD CLIEVSAM.                                                     00010960
                                                                        00010970
       COPY '#CLIREG'.                                                  00010980
                                                                        00010990
       FD RELCPF                                                        00011000
           RECORDING  MODE IS F.                                        00011010
                                                                        00011020
       01 FD-RELCPF          PIC X(080).                                00011030
      *-------------------------------------------------------------*   00011040
       WORKING-STORAGE                           SECTION.               00011050
      *-------------------------------------------------------------*   00011060
                                                                        00011070
      *-------------------------------------------------------------*   00011080
       01 FILLER PIC X(45) VALUE                                        00011090
              '------------------#GLOG----------------------'.          00011100
      *-------------------------------------------------------------*   00011110
                                                                        00011120
       COPY '#GLOG'.                                                    00011130
                                                                        00011140
      *-------------------------------------------------------------*   00011150
       01 FILLER PIC X(45) VALUE                                        00011160
              '-----------DADOS E FILE STATUS---------------'.          00011170
      *-------------------------------------------------------------*   00011180
       77 WRK-FS-CADVSAM    PIC 9(02).                                  00011190
       77 WRK-FS-CADORD     PIC 9(02).                                  00011200
       77 WRK-FS-CLIEVSAM   PIC 9(02).                                  00011210
       77 WRK-FS-RELCPF     PIC 9(02).                                  00011220
       77 WRK-ERRORLOG      PIC X(08) VALUE 'ERRORLOG'.                 00011230
       77 WRK-CADASTROS     PIC 9(07) VALUE ZEROS.                      00011240
       77 WRK-SEM-CONTA     PIC 9(07) VALUE ZEROS.                      00011250
       77 WRK-DOCUMENTOS    PIC 9(07) VALUE ZEROS.                      00011260
       77 WRK-DOC-MULTI     PIC 9(07) VALUE ZEROS.                      00011270
       77 WRK-DOC-MULTI-AG  PIC 9(07) VALUE ZEROS.                      00011280
       77 WRK-CONTAS-LIST   PIC 9(07) VALUE ZEROS.                      00011290
       77 WRK-IND           PIC 9(03) COMP VALUE ZEROS.                 00011300
       77 WRK-GRP-QTDE      PIC 9(03) COMP VALUE ZEROS.                 00011310
       77 WRK-GRP-MAX       PIC 9(03) COMP VALUE 50.                    00011320
       77 WRK-SW-AGENCIAS   PIC X(01) VALUE 'N'.                        00011330
           88 WRK-VARIAS-AGENCIAS      VALUE 'S'.                       00011340
           88 WRK-UMA-AGENCIA          VALUE 'N'.                       00011350
                                                                        00011360
      * DOCUMENTO DO GRUPO EM CURSO (QUEBRA POR TIPO + DOCUMENTO).      00011370
       01 WRK-DOC-ATUAL.                                                00011380
          05 WRK-DOC-TIPO         PIC X(01).                            00011390
          05 WRK-DOC-NUMERO       PIC 9(14).                            00011400
          05 WRK-DOC-NUMERO-X REDEFINES WRK-DOC-NUMERO                  00011410
                                  PIC X(14).                            00011420
                                                                        00011430
      *-------------------------------------------------------------*   00011440
       01 FILLER PIC X(45) VALUE                                        00011450
              '-----------CONTAS DO DOCUMENTO---------------'.          00011460
      *-------------------------------------------------------------*   00011470
       01 WRK-TABELA-GRUPO.                                             00011480
          05 WRK-TAB-GRP OCCURS 50 TIMES INDEXED BY GRP-IDX.            00011490
             10 WRK-TAB-AGENCIA    PIC X(04).                           00011500
             10 WRK-TAB-CONTA      PIC X(04).                           00011510
             10 WRK-TAB-NOME       PIC X(30).                           00011520
             10 WRK-TAB-SITUACAO   PIC X(01).                           00011530
                                                                        00011540
      *-------------------------------------------------------------*   00011550
       01 FILLER PIC X(45) VALUE                                        00011560
              '-----------LAYOUTS DE IMPRESSAO--------------'.          00011570
      *-------------------------------------------------------------*   00011580
       01 WRK-CABECALHO-CPF.                                            00011590
          05 FILLER               PIC X(46) VALUE                       00011600
                    'TITULARES COM MAIS DE UMA CONTA     - FR16CD02'.   00011610
                                                                        00011620
       01 WRK-LINHA-DOC.                                                00011630
          05 WRK-LD-ROTULO        PIC X(05).                            00011640
          05 WRK-LD-DOCUMENTO     PIC X(18).                            00011650
          05 FILLER               PIC X(10) VALUE '  CONTAS: '.         00011660
          05 WRK-LD-QTDE          PIC ZZ9.                              00011670
          05 FILLER               PIC X(02) VALUE SPACES.               00011680
          05 WRK-LD-AVISO         PIC X(22).                            00011690
                                                                        00011700
       01 WRK-LINHA-CONTA.                                              00011710
          05 FILLER               PIC X(05) VALUE SPACES.               00011720
          05 FILLER               PIC X(03) VALUE 'AG '.                00011730
          05 WRK-LC-AGENCIA       PIC X(04).                            00011740
          05 FILLER               PIC X(07) VALUE ' CONTA '.            00011750
          05 WRK-LC-CONTA         PIC X(04).                            00011760
          05 FILLER               PIC X(02) VALUE SPACES.               00011770
          05 WRK-LC-NOME          PIC X(30).                            00011780
          05 FILLER               PIC X(05) VALUE ' SIT '.              00011790
          05 WRK-LC-SITUACAO      PIC X(01).                            00011800
                                                                        00011810
       01 WRK-TOTAL-CPF.                                                00011820
          05 WRK-TOT-TEXTO        PIC X(34).                            00011830
          05 WRK-TOT-QTDE         PIC Z.ZZZ.ZZ9.                        00011840
                                                                        00011850
      *=============================================================*   00011860
       PROCEDURE                                 DIVISION.              00011870
      *=============================================================*   00011880
      ***************************************************************   00011890
      *          R O T I N A   P R I N C I P A L                    *   00011900
      ***************************************************************   00011910
      *--------------------------------------------------------------   00011920
       0000-PRINCIPAL                            SECTION.               00011930
      *--------------------------------------------------------------   00011940
             PERFORM 1000-INICIALIZAR.                                  00011950
             PERFORM 2000-PROCESSAR                                     00011960
                UNTIL WRK-FS-CADORD EQUAL 10.                           00011970
             PERFORM 3000-FINALIZAR.                                    00011980
             STOP RUN.                                                  00011990
      *--------------------------------------------------------------   00012000
       0000-99-FIM.                              EXIT.                  00012010
      *--------------------------------------------------------------   00012020
      ***************************************************************   00012030
      *             I N I C I A L I Z A R                           *   00012040
      ***************************************************************   00012050
      *--------------------------------------------------------------   00012060
       1000-INICIALIZAR                          SECTION.               00012070
      *--------------------------------------------------------------   00012080
             SORT SORTCD                                                00012090
               ON ASCENDING KEY WRK-SD-DOCUMENTO                        00012100
                                WRK-SD-TIPO-PESSOA                      00012110
                                WRK-SD-CHAVE                            00012120
               USING CADVSAM                                            00012130
               GIVING CADORD.                                           00012140
             OPEN INPUT  CADORD CLIEVSAM                                00012150
                  OUTPUT RELCPF.                                        00012160
             PERFORM 5100-TESTAR-STATUS.                                00012170
             WRITE FD-RELCPF FROM WRK-CABECALHO-CPF.                    00012180
             PERFORM 5300-LER-CADORD.                                   00012190
      *--------------------------------------------------------------   00012200
       1000-99-FIM.                              EXIT.                  00012210
      *--------------------------------------------------------------   00012220
      ***************************************************************   00012230
      *               P R O C E S S A R                             *   00012240
      ***************************************************************   00012250
      * UM DOCUMENTO POR VEZ: AS CONTAS DO MESMO TIPO + DOCUMENTO   *   00012260
      * QUE ESTAO NO MESTRE VAO PARA A TABELA DO GRUPO; NA QUEBRA,  *   00012270
      * GRUPO COM MAIS DE UMA CONTA SAI NO RELATORIO.               *   00012280
      *--------------------------------------------------------------   00012290
       2000-PROCESSAR                            SECTION.               00012300
      *--------------------------------------------------------------   00012310
            MOVE REG-CAD-TIPO-PESSOA TO WRK-DOC-TIPO.                   00012320
            MOVE REG-CAD-DOCUMENTO   TO WRK-DOC-NUMERO.                 00012330
            MOVE ZEROS TO WRK-GRP-QTDE.                                 00012340
            MOVE 'N'   TO WRK-SW-AGENCIAS.                              00012350
            ADD 1 TO WRK-DOCUMENTOS.                                    00012360
            PERFORM 2100-ACUMULAR-CONTA                                 00012370
               UNTIL WRK-FS-CADORD EQUAL 10                             00012380
                  OR REG-CAD-TIPO-PESSOA NOT EQUAL WRK-DOC-TIPO         00012390
                  OR REG-CAD-DOCUMENTO NOT EQUAL WRK-DOC-NUMERO.        00012400
            IF WRK-GRP-QTDE GREATER 1                                   00012410
              PERFORM 2200-LISTAR-DOCUMENTO                             00012420
            END-IF.                                                     00012430
      *--------------------------------------------------------------   00012440
       2000-99-FIM.                              EXIT.                  00012450
      *--------------------------------------------------------------   00012460
      ***************************************************************   00012470
      *       A C U M U L A R   C O N T A   D O   D O C U M E N T O *   00012480
      ***************************************************************   00012490
      *--------------------------------------------------------------   00012500
       2100-ACUMULAR-CONTA                       SECTION.               00012510
      *--------------------------------------------------------------   00012520
            ADD 1 TO WRK-CADASTROS.                                     00012530
            MOVE REG-CAD-AGENCIA TO REG-CLIENTES-AGENCIA.               00012540
            MOVE REG-CAD-CONTA   TO REG-CLIENTES-CONTA.                 00012550
            READ CLIEVSAM                                               00012560
              INVALID KEY                                               00012570
                ADD 1 TO WRK-SEM-CONTA                                  00012580
              NOT INVALID KEY                                           00012590
                PERFORM 2150-GUARDAR-CONTA                              00012600
            END-READ.                                                   00012610
            PERFORM 5300-LER-CADORD.                                    00012620
      *--------------------------------------------------------------   00012630
       2100-99-FIM.                              EXIT.                  00012640
      *--------------------------------------------------------------   00012650
      *--------------------------------------------------------------   00012660
       2150-GUARDAR-CONTA                        SECTION.               00012670
      *--------------------------------------------------------------   00012680
            IF WRK-GRP-QTDE EQUAL WRK-GRP-MAX                           00012690
              MOVE 'FR16CD02'            TO WRK-PROGRAMA                00012700
              MOVE '2150'                TO WRK-SECAO                   00012710
              MOVE 'TABELA DE CONTAS EXCEDE O LIMITE'                   00012720
                                         TO WRK-MENSAGEM                00012730
              MOVE WRK-FS-CADORD         TO WRK-STATUS                  00012740
              PERFORM 6000-TRATA-ERROS                                  00012750
            END-IF.                                                     00012760
            ADD 1 TO WRK-GRP-QTDE.                                      00012770
            SET GRP-IDX TO WRK-GRP-QTDE.                                00012780
            MOVE REG-CLIENTES-AGENCIA  TO WRK-TAB-AGENCIA (GRP-IDX).    00012790
            MOVE REG-CLIENTES-CONTA    TO WRK-TAB-CONTA (GRP-IDX).      00012800
            MOVE REG-CLIENTES-NOME     TO WRK-TAB-NOME (GRP-IDX).       00012810
            MOVE REG-CLIENTES-SITUACAO TO WRK-TAB-SITUACAO (GRP-IDX).   00012820
            IF REG-CLIENTES-AGENCIA NOT EQUAL WRK-TAB-AGENCIA (1)       00012830
              MOVE 'S' TO WRK-SW-AGENCIAS                               00012840
            END-IF.                                                     00012850
      *--------------------------------------------------------------   00012860
       2150-99-FIM.                              EXIT.                  00012870
      *--------------------------------------------------------------   00012880
      ***************************************************************   00012890
      *       L I S T A R   D O C U M E N T O                       *   00012900
      ***************************************************************   00012910
      *--------------------------------------------------------------   00012920
       2200-LISTAR-DOCUMENTO                     SECTION.               00012930
      *--------------------------------------------------------------   00012940
            ADD 1 TO WRK-DOC-MULTI.                                     00012950
            MOVE SPACES TO WRK-LD-DOCUMENTO WRK-LD-AVISO.               00012960
            IF WRK-DOC-TIPO EQUAL 'J'                                   00012970
              MOVE 'CNPJ ' TO WRK-LD-ROTULO                             00012980
              STRING WRK-DOC-NUMERO-X (1:2)  '.'                        00012990
                     WRK-DOC-NUMERO-X (3:3)  '.'                        00013000
                     WRK-DOC-NUMERO-X (6:3)  '/'                        00013010
                     WRK-DOC-NUMERO-X (9:4)  '-'                        00013020
                     WRK-DOC-NUMERO-X (13:2)                            00013030
                     DELIMITED BY SIZE INTO WRK-LD-DOCUMENTO            00013040
            ELSE                                                        00013050
              MOVE 'CPF  ' TO WRK-LD-ROTULO                             00013060
              STRING WRK-DOC-NUMERO-X (4:3)  '.'                        00013070
                     WRK-DOC-NUMERO-X (7:3)  '.'                        00013080
                     WRK-DOC-NUMERO-X (10:3) '-'                        00013090
                     WRK-DOC-NUMERO-X (13:2)                            00013100
                     DELIMITED BY SIZE INTO WRK-LD-DOCUMENTO            00013110
            END-IF.                                                     00013120
            MOVE WRK-GRP-QTDE TO WRK-LD-QTDE.                           00013130
            IF WRK-VARIAS-AGENCIAS                                      00013140
              MOVE 'EM MAIS DE UMA AGENCIA' TO WRK-LD-AVISO             00013150
              ADD 1 TO WRK-DOC-MULTI-AG                                 00013160
            END-IF.                                                     00013170
            MOVE SPACES TO FD-RELCPF.                                   00013180
            WRITE FD-RELCPF.                                            00013190
            WRITE FD-RELCPF FROM WRK-LINHA-DOC.                         00013200
            MOVE 1 TO WRK-IND.                                          00013210
            PERFORM 2300-LISTAR-CONTA                                   00013220
               UNTIL WRK-IND GREATER WRK-GRP-QTDE.                      00013230
      *--------------------------------------------------------------   00013240
       2200-99-FIM.                              EXIT.                  00013250
      *--------------------------------------------------------------   00013260
      *--------------------------------------------------------------   00013270
       2300-LISTAR-CONTA                         SECTION.               00013280
      *--------------------------------------------------------------   00013290
            SET GRP-IDX TO WRK-IND.                                     00013300
            MOVE WRK-TAB-AGENCIA (GRP-IDX)  TO WRK-LC-AGENCIA           00013310
            MOVE WRK-TAB-CONTA (GRP-IDX)    TO WRK-LC-CONTA             00013320
            MOVE WRK-TAB-NOME (GRP-IDX)     TO WRK-LC-NOME              00013330
            MOVE WRK-TAB-SITUACAO (GRP-IDX) TO WRK-LC-SITUACAO.         00013340
            WRITE FD-RELCPF FROM WRK-LINHA-CONTA.                       00013350
            ADD 1 TO WRK-CONTAS-LIST.                                   00013360
            ADD 1 TO WRK-IND.                                           00013370
      *--------------------------------------------------------------   00013380
       2300-99-FIM.                              EXIT.                  00013390
      *--------------------------------------------------------------   00013400
      ***************************************************************   00013410
      *               F I N A L I Z A R                             *   00013420
      ***************************************************************   00013430
      *--------------------------------------------------------------   00013440
       3000-FINALIZAR                            SECTION.               00013450
      *--------------------------------------------------------------   00013460
            MOVE SPACES TO FD-RELCPF.                                   00013470
            WRITE FD-RELCPF.                                            00013480
            MOVE 'CADASTROS LIDOS.................:'                    00013490
                                    TO WRK-TOT-TEXTO                    00013500
            MOVE WRK-CADASTROS      TO WRK-TOT-QTDE                     00013510
            WRITE FD-RELCPF FROM WRK-TOTAL-CPF.                         00013520
            MOVE 'CADASTROS SEM CONTA NO MESTRE...:'                    00013530
                                    TO WRK-TOT-TEXTO                    00013540
            MOVE WRK-SEM-CONTA      TO WRK-TOT-QTDE                     00013550
            WRITE FD-RELCPF FROM WRK-TOTAL-CPF.                         00013560
            MOVE 'DOCUMENTOS DISTINTOS............:'                    00013570
                                    TO WRK-TOT-TEXTO                    00013580
            MOVE WRK-DOCUMENTOS     TO WRK-TOT-QTDE                     00013590
            WRITE FD-RELCPF FROM WRK-TOTAL-CPF.                         00013600
            MOVE 'DOCUMENTOS COM MAIS DE UMA CONTA:'                    00013610
                                    TO WRK-TOT-TEXTO                    00013620
            MOVE WRK-DOC-MULTI      TO WRK-TOT-QTDE                     00013630
            WRITE FD-RELCPF FROM WRK-TOTAL-CPF.                         00013640
            MOVE '  EM MAIS DE UMA AGENCIA........:'                    00013650
                                    TO WRK-TOT-TEXTO                    00013660
            MOVE WRK-DOC-MULTI-AG   TO WRK-TOT-QTDE                     00013670
            WRITE FD-RELCPF FROM WRK-TOTAL-CPF.                         00013680
            MOVE 'CONTAS LISTADAS.................:'                    00013690
                                    TO WRK-TOT-TEXTO                    00013700
            MOVE WRK-CONTAS-LIST    TO WRK-TOT-QTDE                     00013710
            WRITE FD-RELCPF FROM WRK-TOTAL-CPF.                         00013720
            CLOSE CADORD CLIEVSAM RELCPF.                               00013730
            DISPLAY ' '.                                                00013740
            DISPLAY 'CADASTROS LIDOS               : ' WRK-CADASTROS.   00013750
            DISPLAY 'CADASTROS SEM CONTA NO MESTRE : ' WRK-SEM-CONTA.   00013760
            DISPLAY 'DOCUMENTOS DISTINTOS          : ' WRK-DOCUMENTOS.  00013770
            DISPLAY 'DOCUMENTOS COM MAIS DE 1 CONTA: ' WRK-DOC-MULTI.   00013780
            DISPLAY '  EM MAIS DE UMA AGENCIA      : ' WRK-DOC-MULTI-AG.00013790
            DISPLAY 'CONTAS LISTADAS               : ' WRK-CONTAS-LIST. 00013800
            DISPLAY '-----FIM DE PROCESSAMENTO----'.                    00013810
      *--------------------------------------------------------------   00013820
       3000-99-FIM.                              EXIT.                  00013830
      *--------------------------------------------------------------   00013840
      ***************************************************************   00013850
      *         T E S T A R   S T A T U S                           *   00013860
      ***************************************************************   00013870
      *--------------------------------------------------------------   00013880
       5100-TESTAR-STATUS                        SECTION.               00013890
      *--------------------------------------------------------------   00013900
            EVALUATE TRUE                                               00013910
             WHEN WRK-FS-CADORD NOT EQUAL 0                             00013920
               MOVE 'FR16CD02'             TO WRK-PROGRAMA              00013930
               MOVE '5100'                 TO WRK-SECAO                 00013940
               MOVE 'ERRO NO OPEN CADORD'  TO WRK-MENSAGEM              00013950
               MOVE WRK-FS-CADORD          TO WRK-STATUS                00013960
                 PERFORM 6000-TRATA-ERROS                               00013970
             WHEN WRK-FS-CLIEVSAM NOT EQUAL 0                           00013980
               MOVE 'FR16CD02'             TO WRK-PROGRAMA              00013990
               MOVE '5100'                 TO WRK-SECAO                 00014000
               MOVE 'ERRO NO OPEN CLIEVSAM' TO WRK-MENSAGEM             00014010
               MOVE WRK-FS-CLIEVSAM        TO WRK-STATUS                00014020
                 PERFORM 6000-TRATA-ERROS                               00014030
             WHEN WRK-FS-RELCPF NOT EQUAL 0                             00014040
               MOVE 'FR16CD02'             TO WRK-PROGRAMA              00014050
               MOVE '5100'                 TO WRK-SECAO                 00014060
               MOVE 'ERRO NO OPEN RELCPF'  TO WRK-MENSAGEM              00014070
               MOVE WRK-FS-RELCPF          TO WRK-STATUS                00014080
                 PERFORM 6000-TRATA-ERROS                               00014090
            END-EVALUATE.                                               00014100
      *--------------------------------------------------------------   00014110
       5100-99-FIM.                              EXIT.                  00014120
      *--------------------------------------------------------------   00014130
      ***************************************************************   00014140
      *         L E R   C A D O R D                                 *   00014150
      ***************************************************************   00014160
      * O REGISTRO DE ESCORVA DO CLUSTER (CHAVE TODA '9') E SALTADO.*   00014170
      *--------------------------------------------------------------   00014180
       5300-LER-CADORD                           SECTION.               00014190
      *--------------------------------------------------------------   00014200
            PERFORM 5310-LER-UM-CADASTRO.                               00014210
            IF WRK-FS-CADORD NOT EQUAL 10 AND                           00014220
               REG-CAD-CHAVE EQUAL ALL '9'                              00014230
              PERFORM 5310-LER-UM-CADASTRO                              00014240
            END-IF.                                                     00014250
      *--------------------------------------------------------------   00014260
       5300-99-FIM.                              EXIT.                  00014270
      *--------------------------------------------------------------   00014280
      *--------------------------------------------------------------   00014290
       5310-LER-UM-CADASTRO                      SECTION.               00014300
      *--------------------------------------------------------------   00014310
            READ CADORD                                                 00014320
              AT END MOVE 10 TO WRK-FS-CADORD                           00014330
            END-READ.                                                   00014340
      *--------------------------------------------------------------   00014350
       5310-99-FIM.                              EXIT.                  00014360
      *--------------------------------------------------------------   00014370
      ***************************************************************   00014380
      *          T R A T A   E R R O S                              *   00014390
      ***************************************************************   00014400
      *--------------------------------------------------------------   00014410
       6000-TRATA-ERROS                          SECTION.               00014420
      *--------------------------------------------------------------   00014430
            CALL WRK-ERRORLOG USING WRK-DADOS.                          00014440
            MOVE 8 TO RETURN-CODE.                                      00014450
            GOBACK.                                                     00014460
      *--------------------------------------------------------------   00014470
       6000-99-FIM.                              EXIT.                  00014480
      *--------------------------------------------------------------   00014490
