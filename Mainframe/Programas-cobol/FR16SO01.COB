      *=============================================================*   00010000
       IDENTIFICATION                            DIVISION.              00010010
      *=============================================================*   00010020
                                                                        00010030
       PROGRAM-ID. FR16SO01.                                            00010040
      *=============================================================*   00010050
      *             T R E I N A M E N T O                           *   00010060
      *=============================================================*   00010070
      * PROGRAMA......: FR16SO01.                                   *   00010080
      *-------------------------------------------------------------*   00010090
      * PROGRAMADOR...: LUCIANO GUIMARAES.                          *   00010100
      * DATA..........: 15/10/2026                                  *   00010110
      * EMPRESA.......: FOURSYS                                     *   00010120
      * INSTRUTOR.....: IVAN SANCHES                                *   00010130
      *-------------------------------------------------------------*   00010140
      * OBJETIVO......: MANUTENCAO EM LOTE DO CADASTRO DE DEBITOS   *   00010150
      *                 AGENDADOS (VSAM KSDS ORDVSAM, #ORDREG), NOS *   00010160
      *                 MOLDES DO FR16MT01: LE O ARQUIVO DE ACOES   *   00010170
      *                 (MOVORD) NA ORDEM DE CHEGADA E APLICA CADA  *   00010180
      *                 UMA DIRETO NO CLUSTER -                     *   00010190
      *                 I = INCLUSAO (CONTA TEM DE EXISTIR NO       *   00010200
      *                     CLIEVSAM, VALOR, FREQUENCIA, PROXIMO    *   00010210
      *                     VENCIMENTO E BENEFICIARIO OBRIGATORIOS);*   00010220
      *                 A = ALTERACAO DOS CAMPOS INFORMADOS (CAMPO  *   00010230
      *                     EM BRANCO NAO MUDA; DATA FINAL ZERADA   *   00010240
      *                     TIRA A DATA FINAL);                     *   00010250
      *                 S = SUSPENSAO (OS VENCIMENTOS PASSAM SEM    *   00010260
      *                     DEBITO ATE A REATIVACAO);               *   00010270
      *                 R = REATIVACAO DA ORDEM SUSPENSA;           *   00010280
      *                 C = CANCELAMENTO.                           *   00010290
      *                 ACAO QUE NAO PASSA NA CRITICA SAI NO        *   00010300
      *                 RELATORIO (RELSO) COMO REJEITADA COM O      *   00010310
      *                 MOTIVO, E O RETURN-CODE 4 AVISA A OPERACAO. *   00010320
      *                 AS MESMAS REGRAS VALEM NA TRANSACAO ONLINE  *   00010330
      *                 CLAG (FR16ON07).                            *   00010340
      *-------------------------------------------------------------*   00010350
      *   ARQUIVOS...:                                              *   00010360
      *    DDNAME              I/O                                  *   00010370
      *    MOVORD               I                                   *   00010380
      *    CLIEVSAM             I                                   *   00010390
      *    ORDVSAM             I/O                                  *   00010400
      *    RELSO                O                                   *   00010410
      *-------------------------------------------------------------*   00010420
      *   MODULOS....:                             INCLUDE/BOOK     *   00010430
      *   GRAVALOG -   TRATAMENTO DE ERROS            GLOG2         *   00010440
      *=============================================================*   00010450
                                                                        00010460
      *=============================================================*   00010470
       ENVIRONMENT                               DIVISION.              00010480
      *=============================================================*   00010490
      *-------------------------------------------------------------*   00010500
       CONFIGURATION                             SECTION.               00010510
      *-------------------------------------------------------------*   00010520
       SPECIAL-NAMES.                                                   00010530
           DECIMAL-POINT IS COMMA.                                      00010540
                                                                        00010550
       INPUT-OUTPUT                              SECTION.               00010560
       FILE-CONTROL.                                                    00010570
            SELECT MOVORD    ASSIGN TO MOVORD                           00010580
                FILE STATUS  IS WRK-FS-MOVORD.                          00010590
                                                                        00010600
            SELECT CLIEVSAM  ASSIGN TO CLIEVSAM                         00010610
                ORGANIZATION IS INDEXED                                 00010620
                ACCESS MODE IS RANDOM                                   00010630
                RECORD KEY IS REG-CLIENTES-CHAVE                        00010640
                FILE STATUS  IS WRK-FS-CLIEVSAM.                        00010650
                                                                        00010660
            SELECT ORDVSAM   ASSIGN TO ORDVSAM                          00010670
                ORGANIZATION IS INDEXED                                 00010680
                ACCESS MODE IS RANDOM                                   00010690
                RECORD KEY IS REG-ORD-CHAVE                             00010700
                FILE STATUS  IS WRK-FS-ORDVSAM.                         00010710
                                                                        00010720
            SELECT RELSO     ASSIGN TO RELSO                            00010730
                FILE STATUS  IS WRK-FS-RELSO.                           00010740
      *=============================================================*   00010750
       DATA                                      DIVISION.              00010760
      *=============================================================*   00010770
       FILE                                      SECTION.               00010780
      *-------------------------------------------------------------*   00010790
                                                                        00010800
       FD MOVORD                                                        00010810
           RECORDING MODE IS F                                          00010820
           BLOCK CONTAINS 0 RECORDS.                                    00010830
                                                                        00010840
       01 FD-MORD.                                                      00010850
          05 FD-MORD-TIPO          PIC X(01).                           00010860
             88 MORD-TIPO-INCLUSAO      VALUE 'I'.                      00010870
             88 MORD-TIPO-ALTERACAO     VALUE 'A'.                      00010880
             88 MORD-TIPO-SUSPENSAO     VALUE 'S'.                      00010890
             88 MORD-TIPO-REATIVACAO    VALUE 'R'.                      00010900
             88 MORD-TIPO-CANCELAMENTO  VALUE 'C'.                      00010910
          05 FD-MORD-CHAVE.                                             00010920
             10 FD-MORD-AGENCIA    PIC X(04).                           00010930
             10 FD-MORD-CONTA      PIC X(04).                           00010940
             10 FD-MORD-NUMERO     PIC 9(03).                           00010950
          05 FD-MORD-VALOR         PIC 9(08)V99.                        00010960
          05 FD-MORD-VALOR-X REDEFINES FD-MORD-VALOR                    00010970
                                   PIC X(10).                           00010980
          05 FD-MORD-FREQUENCIA    PIC X(01).                           00010990
          05 FD-MORD-PROX-VENC     PIC 9(08).                           00011000
          05 FD-MORD-PROX-VENC-X REDEFINES FD-MORD-PROX-VENC            00011010
                                   PIC X(08).                           00011020
          05 FD-MORD-DATA-FIM      PIC 9(08).                           00011030
          05 FD-MORD-DATA-FIM-X REDEFINES FD-MORD-DATA-FIM              00011040
                                   PIC X(08).                           00011050
          05 FD-MORD-BENEF-NOME    PIC X(30).                           00011060
          05 FD-MORD-BENEF-DOC     PIC X(14).                           00011070
          05 FD-MORD-BENEF-BANCO   PIC 9(03).                           00011080
          05 FD-MORD-BENEF-BANCO-X REDEFINES FD-MORD-BENEF-BANCO        00011090
                                   PIC X(03).                           00011100
          05 FD-MORD-BENEF-AGENCIA PIC X(04).                           00011110
          05 FD-MORD-BENEF-CONTA   PIC X(10).                           00011120
          05 FD-MORD-OPERADOR      PIC X(08).                           00011130
          05 FILLER                PIC X(12).                           00011140
                                                                        00011150
       FD CLIEVSAM.                                                     00011160
                                                                        00011170
       COPY '#CLIREG'.                                                  00011180
                                                                        00011190
       FD ORDVSAM.                                                      00011200
                                                                        00011210
       COPY '#ORDREG'.                                                  00011220
                                                                        00011230
       FD RELSO                                                         00011240
           RECORDING  MODE IS F.                                        00011250
                                                                        00011260
       01 FD-RELSO           PIC X(080).                                00011270
      *-------------------------------------------------------------*   00011280
       WORKING-STORAGE                           SECTION.               00011290
      *-------------------------------------------------------------*   00011300
                                                                        00011310
      *-------------------------------------------------------------*   00011320
       01 FILLER PIC X(45) VALUE                                        00011330
              '------------------#GLOG----------------------'.          00011340
      *-------------------------------------------------------------*   00011350
                                                                        00011360
       COPY '#GLOG'.                                                    00011370
                                                                        00011380
      *-------------------------------------------------------------*   00011390
       01 FILLER PIC X(45) VALUE                                        00011400
              '-----------DADOS E FILE STATUS---------------'.          00011410
      *-------------------------------------------------------------*   00011420
       77 WRK-FS-MOVORD     PIC 9(02).                                  00011430
       77 WRK-FS-CLIEVSAM   PIC 9(02).                                  00011440
       77 WRK-FS-ORDVSAM    PIC 9(02).                                  00011450
       77 WRK-FS-RELSO      PIC 9(02).                                  00011460
       77 WRK-ERRORLOG      PIC X(08) VALUE 'ERRORLOG'.                 00011470
      * CODIGO DE HISTORICO (#HISTREG) DO DEBITO AGENDADO.              00011480
       77 WRK-HIS-AGENDADO  PIC 9(03) VALUE 009.                        00011490
       77 WRK-ACOES-LIDAS   PIC 9(05) VALUE ZEROS.                      00011500
       77 WRK-INCLUIDAS     PIC 9(05) VALUE ZEROS.                      00011510
       77 WRK-ALTERADAS     PIC 9(05) VALUE ZEROS.                      00011520
       77 WRK-SUSPENSAS     PIC 9(05) VALUE ZEROS.                      00011530
       77 WRK-REATIVADAS    PIC 9(05) VALUE ZEROS.                      00011540
       77 WRK-CANCELADAS    PIC 9(05) VALUE ZEROS.                      00011550
       77 WRK-REJEITADOS    PIC 9(05) VALUE ZEROS.                      00011560
       77 WRK-DATA-PROC     PIC 9(08) VALUE ZEROS.                      00011570
       77 WRK-MOTIVO        PIC X(25) VALUE SPACES.                     00011580
       77 WRK-OPERADOR      PIC X(08) VALUE SPACES.                     00011590
       77 WRK-PROX-VENC-NOVO PIC 9(08) VALUE ZEROS.                     00011600
       77 WRK-DATA-FIM-NOVA PIC 9(08) VALUE ZEROS.                      00011610
       77 WRK-DIA-INT       PIC S9(09) COMP VALUE ZEROS.                00011620
       77 WRK-DATA-VOLTA    PIC 9(08) VALUE ZEROS.                      00011630
       77 WRK-SW-ORDEM      PIC X(01) VALUE 'N'.                        00011640
           88 WRK-ORDEM-ACHADA         VALUE 'S'.                       00011650
           88 WRK-ORDEM-NAO-ACHADA     VALUE 'N'.                       00011660
       77 WRK-SW-DATA       PIC X(01) VALUE 'S'.                        00011670
           88 WRK-DATA-OK              VALUE 'S'.                       00011680
           88 WRK-DATA-ERRADA          VALUE 'N'.                       00011690
                                                                        00011700
      * DATA EM TESTE PELA 2800-VALIDAR-DATA.                           00011710
       01 WRK-DATA-TESTE             PIC 9(08) VALUE ZEROS.             00011720
       01 FILLER REDEFINES WRK-DATA-TESTE.                              00011730
          05 WRK-DTT-ANO             PIC 9(04).                         00011740
          05 WRK-DTT-MES             PIC 9(02).                         00011750
          05 WRK-DTT-DIA             PIC 9(02).                         00011760
                                                                        00011770
      *-------------------------------------------------------------*   00011780
       01 FILLER PIC X(45) VALUE                                        00011790
              '-----------LAYOUTS DE IMPRESSAO--------------'.          00011800
      *-------------------------------------------------------------*   00011810
       01 WRK-CABECALHO-SO.                                             00011820
          05 FILLER               PIC X(46) VALUE                       00011830
                    'MANUTENCAO DE DEBITOS AGENDADOS     - FR16SO01'.   00011840
                                                                        00011850
       01 WRK-DETALHE-SO.                                               00011860
          05 WRK-SO-TIPO          PIC X(01).                            00011870
          05 FILLER               PIC X(02) VALUE SPACES.               00011880
          05 WRK-SO-AGENCIA       PIC X(04).                            00011890
          05 FILLER               PIC X(01) VALUE SPACES.               00011900
          05 WRK-SO-CONTA         PIC X(04).                            00011910
          05 FILLER               PIC X(01) VALUE SPACES.               00011920
          05 WRK-SO-NUMERO        PIC X(03).                            00011930
          05 FILLER               PIC X(02) VALUE SPACES.               00011940
          05 WRK-SO-STATUS        PIC X(15).                            00011950
          05 FILLER               PIC X(02) VALUE SPACES.               00011960
          05 WRK-SO-MOTIVO        PIC X(25).                            00011970
                                                                        00011980
       01 WRK-TOTAL-SO.                                                 00011990
          05 WRK-TOT-TEXTO        PIC X(34).                            00012000
          05 WRK-TOT-QTDE         PIC ZZZZ9.                            00012010
                                                                        00012020
      *=============================================================*   00012030
       PROCEDURE                                 DIVISION.              00012040
      *=============================================================*   00012050
      ***************************************************************   00012060
      *          R O T I N A   P R I N C I P A L                    *   00012070
      ***************************************************************   00012080
      *--------------------------------------------------------------   00012090
       0000-PRINCIPAL                            SECTION.               00012100
      *--------------------------------------------------------------   00012110
             PERFORM 1000-INICIALIZAR.                                  00012120
             PERFORM 2000-PROCESSAR                                     00012130
                UNTIL WRK-FS-MOVORD EQUAL 10.                           00012140
             PERFORM 3000-FINALIZAR.                                    00012150
             STOP RUN.                                                  00012160
      *--------------------------------------------------------------   00012170
       0000-99-FIM.                              EXIT.                  00012180
      *--------------------------------------------------------------   00012190
      ***************************************************************   00012200
      *             I N I C I A L I Z A R                           *   00012210
      ***************************************************************   00012220
      *--------------------------------------------------------------   00012230
       1000-INICIALIZAR                          SECTION.               00012240
      *--------------------------------------------------------------   00012250
             ACCEPT WRK-DATA-PROC FROM DATE YYYYMMDD.                   00012260
             OPEN INPUT  MOVORD CLIEVSAM                                00012270
                  I-O    ORDVSAM                                        00012280
                  OUTPUT RELSO.                                         00012290
             PERFORM 5100-TESTAR-STATUS.                                00012300
             WRITE FD-RELSO FROM WRK-CABECALHO-SO.                      00012310
             MOVE SPACES TO FD-RELSO.                                   00012320
             WRITE FD-RELSO.                                            00012330
             PERFORM 5400-LER-MOVORD.                                   00012340
      *--------------------------------------------------------------   00012350
       1000-99-FIM.                              EXIT.                  00012360
      *--------------------------------------------------------------   00012370
      ***************************************************************   00012380
      *               P R O C E S S A R                             *   00012390
      ***************************************************************   00012400
      * AS ACOES SAO APLICADAS NA ORDEM DE CHEGADA: UMA INCLUSAO E  *   00012410
      * UMA ALTERACAO DA MESMA ORDEM NO MESMO ARQUIVO VALEM NESSA   *   00012420
      * SEQUENCIA.                                                  *   00012430
      *--------------------------------------------------------------   00012440
       2000-PROCESSAR                            SECTION.               00012450
      *--------------------------------------------------------------   00012460
            ADD 1 TO WRK-ACOES-LIDAS.                                   00012470
            MOVE SPACES TO WRK-MOTIVO.                                  00012480
            IF FD-MORD-OPERADOR EQUAL SPACES                            00012490
              MOVE 'MANUTORD'       TO WRK-OPERADOR                     00012500
            ELSE                                                        00012510
              MOVE FD-MORD-OPERADOR TO WRK-OPERADOR                     00012520
            END-IF.                                                     00012530
            IF FD-MORD-AGENCIA EQUAL SPACES OR                          00012540
               FD-MORD-CONTA   EQUAL SPACES OR                          00012550
               FD-MORD-NUMERO  NOT NUMERIC  OR                          00012560
               FD-MORD-NUMERO  EQUAL ZEROS                              00012570
              MOVE 'CHAVE DA ORDEM INVALIDA' TO WRK-MOTIVO              00012580
              PERFORM 2600-GRAVAR-REJEITO                               00012590
            ELSE                                                        00012600
              PERFORM 2050-LER-ORDEM                                    00012610
              EVALUATE TRUE                                             00012620
               WHEN MORD-TIPO-INCLUSAO                                  00012630
                 PERFORM 2100-INCLUIR                                   00012640
               WHEN MORD-TIPO-ALTERACAO                                 00012650
                 PERFORM 2200-ALTERAR                                   00012660
               WHEN MORD-TIPO-SUSPENSAO                                 00012670
                 PERFORM 2300-SUSPENDER                                 00012680
               WHEN MORD-TIPO-REATIVACAO                                00012690
                 PERFORM 2400-REATIVAR                                  00012700
               WHEN MORD-TIPO-CANCELAMENTO                              00012710
                 PERFORM 2500-CANCELAR                                  00012720
               WHEN OTHER                                               00012730
                 MOVE 'TIPO INVALIDO' TO WRK-MOTIVO                     00012740
                 PERFORM 2600-GRAVAR-REJEITO                            00012750
              END-EVALUATE                                              00012760
            END-IF.                                                     00012770
            PERFORM 5400-LER-MOVORD.                                    00012780
      *--------------------------------------------------------------   00012790
       2000-99-FIM.                              EXIT.                  00012800
      *--------------------------------------------------------------   00012810
      *--------------------------------------------------------------   00012820
       2050-LER-ORDEM                            SECTION.               00012830
      *--------------------------------------------------------------   00012840
            MOVE FD-MORD-AGENCIA TO REG-ORD-AGENCIA.                    00012850
            MOVE FD-MORD-CONTA   TO REG-ORD-CONTA.                      00012860
            MOVE FD-MORD-NUMERO  TO REG-ORD-NUMERO.                     00012870
            READ ORDVSAM                                                00012880
              INVALID KEY                                               00012890
                MOVE 'N' TO WRK-SW-ORDEM                                00012900
              NOT INVALID KEY                                           00012910
                MOVE 'S' TO WRK-SW-ORDEM                                00012920
            END-READ.                                                   00012930
      *--------------------------------------------------------------   00012940
       2050-99-FIM.                              EXIT.                  00012950
      *--------------------------------------------------------------   00012960
      ***************************************************************   00012970
      *               I N C L U I R                                 *   00012980
      ***************************************************************   00012990
      *--------------------------------------------------------------   00013000
       2100-INCLUIR                              SECTION.               00013010
      *--------------------------------------------------------------   00013020
            MOVE FD-MORD-AGENCIA TO REG-CLIENTES-AGENCIA.               00013030
            MOVE FD-MORD-CONTA   TO REG-CLIENTES-CONTA.                 00013040
            READ CLIEVSAM                                               00013050
              INVALID KEY                                               00013060
                MOVE 'CONTA NAO CADASTRADA' TO WRK-MOTIVO               00013070
            END-READ.                                                   00013080
            EVALUATE TRUE                                               00013090
             WHEN WRK-MOTIVO NOT EQUAL SPACES                           00013100
               CONTINUE                                                 00013110
             WHEN WRK-ORDEM-ACHADA                                      00013120
               MOVE 'ORDEM JA CADASTRADA' TO WRK-MOTIVO                 00013130
             WHEN FD-MORD-VALOR-X     EQUAL SPACES OR                   00013140
                  FD-MORD-FREQUENCIA  EQUAL SPACES OR                   00013150
                  FD-MORD-PROX-VENC-X EQUAL SPACES OR                   00013160
                  FD-MORD-BENEF-NOME  EQUAL SPACES                      00013170
               MOVE 'CAMPO OBRIGATORIO EM BRANCO' TO WRK-MOTIVO         00013180
            END-EVALUATE.                                               00013190
            IF WRK-MOTIVO EQUAL SPACES                                  00013200
              INITIALIZE REG-ORD                                        00013210
              MOVE FD-MORD-AGENCIA TO REG-ORD-AGENCIA                   00013220
              MOVE FD-MORD-CONTA   TO REG-ORD-CONTA                     00013230
              MOVE FD-MORD-NUMERO  TO REG-ORD-NUMERO                    00013240
              MOVE 'A'             TO REG-ORD-SITUACAO                  00013250
              MOVE WRK-HIS-AGENDADO TO REG-ORD-HISTORICO                00013260
              MOVE WRK-DATA-PROC   TO REG-ORD-DATA-INCL                 00013270
              PERFORM 2700-VALIDAR-CAMPOS                               00013280
            END-IF.                                                     00013290
            IF WRK-MOTIVO EQUAL SPACES                                  00013300
              PERFORM 2750-APLICAR-CAMPOS                               00013310
              WRITE REG-ORD                                             00013320
                INVALID KEY                                             00013330
                  MOVE 'FR16SO01'            TO WRK-PROGRAMA            00013340
                  MOVE '2100'                TO WRK-SECAO               00013350
                  MOVE 'ERRO NA GRAVACAO DO ORDVSAM' TO WRK-MENSAGEM    00013360
                  MOVE WRK-FS-ORDVSAM        TO WRK-STATUS              00013370
                  PERFORM 6000-TRATA-ERROS                              00013380
              END-WRITE                                                 00013390
              MOVE 'INCLUIDA' TO WRK-SO-STATUS                          00013400
              MOVE SPACES     TO WRK-SO-MOTIVO                          00013410
              PERFORM 2650-GRAVAR-LINHA                                 00013420
              ADD 1 TO WRK-INCLUIDAS                                    00013430
            ELSE                                                        00013440
              PERFORM 2600-GRAVAR-REJEITO                               00013450
            END-IF.                                                     00013460
      *--------------------------------------------------------------   00013470
       2100-99-FIM.                              EXIT.                  00013480
      *--------------------------------------------------------------   00013490
      ***************************************************************   00013500
      *               A L T E R A R                                 *   00013510
      ***************************************************************   00013520
      *--------------------------------------------------------------   00013530
       2200-ALTERAR                              SECTION.               00013540
      *--------------------------------------------------------------   00013550
            EVALUATE TRUE                                               00013560
             WHEN WRK-ORDEM-NAO-ACHADA                                  00013570
               MOVE 'ORDEM NAO CADASTRADA' TO WRK-MOTIVO                00013580
             WHEN REG-ORD-CANCELADA                                     00013590
               MOVE 'ORDEM CANCELADA' TO WRK-MOTIVO                     00013600
             WHEN REG-ORD-ENCERRADA                                     00013610
               MOVE 'ORDEM ENCERRADA' TO WRK-MOTIVO                     00013620
             WHEN FD-MORD-VALOR-X     EQUAL SPACES AND                  00013630
                  FD-MORD-FREQUENCIA  EQUAL SPACES AND                  00013640
                  FD-MORD-PROX-VENC-X EQUAL SPACES AND                  00013650
                  FD-MORD-DATA-FIM-X  EQUAL SPACES AND                  00013660
                  FD-MORD-BENEF-NOME  EQUAL SPACES AND                  00013670
                  FD-MORD-BENEF-DOC   EQUAL SPACES AND                  00013680
                  FD-MORD-BENEF-BANCO-X EQUAL SPACES AND                00013690
                  FD-MORD-BENEF-AGENCIA EQUAL SPACES AND                00013700
                  FD-MORD-BENEF-CONTA EQUAL SPACES                      00013710
               MOVE 'NADA A ALTERAR' TO WRK-MOTIVO                      00013720
             WHEN OTHER                                                 00013730
               PERFORM 2700-VALIDAR-CAMPOS                              00013740
            END-EVALUATE.                                               00013750
            IF WRK-MOTIVO EQUAL SPACES                                  00013760
              PERFORM 2750-APLICAR-CAMPOS                               00013770
              PERFORM 2900-REGRAVAR-ORDEM                               00013780
              MOVE 'ALTERADA' TO WRK-SO-STATUS                          00013790
              MOVE SPACES     TO WRK-SO-MOTIVO                          00013800
              PERFORM 2650-GRAVAR-LINHA                                 00013810
              ADD 1 TO WRK-ALTERADAS                                    00013820
            ELSE                                                        00013830
              PERFORM 2600-GRAVAR-REJEITO                               00013840
            END-IF.                                                     00013850
      *--------------------------------------------------------------   00013860
       2200-99-FIM.                              EXIT.                  00013870
      *--------------------------------------------------------------   00013880
      ***************************************************************   00013890
      *               S U S P E N D E R                             *   00013900
      ***************************************************************   00013910
      *--------------------------------------------------------------   00013920
       2300-SUSPENDER                            SECTION.               00013930
      *--------------------------------------------------------------   00013940
            EVALUATE TRUE                                               00013950
             WHEN WRK-ORDEM-NAO-ACHADA                                  00013960
               MOVE 'ORDEM NAO CADASTRADA' TO WRK-MOTIVO                00013970
               PERFORM 2600-GRAVAR-REJEITO                              00013980
             WHEN NOT REG-ORD-ATIVA                                     00013990
               MOVE 'ORDEM NAO ESTA ATIVA' TO WRK-MOTIVO                00014000
               PERFORM 2600-GRAVAR-REJEITO                              00014010
             WHEN OTHER                                                 00014020
               MOVE 'S' TO REG-ORD-SITUACAO                             00014030
               PERFORM 2900-REGRAVAR-ORDEM                              00014040
               MOVE 'SUSPENSA' TO WRK-SO-STATUS                         00014050
               MOVE SPACES     TO WRK-SO-MOTIVO                         00014060
               PERFORM 2650-GRAVAR-LINHA                                00014070
               ADD 1 TO WRK-SUSPENSAS                                   00014080
            END-EVALUATE.                                               00014090
      *--------------------------------------------------------------   00014100
       2300-99-FIM.                              EXIT.                  00014110
      *--------------------------------------------------------------   00014120
      ***************************************************************   00014130
      *               R E A T I V A R                               *   00014140
      ***************************************************************   00014150
      *--------------------------------------------------------------   00014160
       2400-REATIVAR                             SECTION.               00014170
      *--------------------------------------------------------------   00014180
            EVALUATE TRUE                                               00014190
             WHEN WRK-ORDEM-NAO-ACHADA                                  00014200
               MOVE 'ORDEM NAO CADASTRADA' TO WRK-MOTIVO                00014210
               PERFORM 2600-GRAVAR-REJEITO                              00014220
             WHEN NOT REG-ORD-SUSPENSA                                  00014230
               MOVE 'ORDEM NAO ESTA SUSPENSA' TO WRK-MOTIVO             00014240
               PERFORM 2600-GRAVAR-REJEITO                              00014250
             WHEN OTHER                                                 00014260
               MOVE 'A' TO REG-ORD-SITUACAO                             00014270
               PERFORM 2900-REGRAVAR-ORDEM                              00014280
               MOVE 'REATIVADA' TO WRK-SO-STATUS                        00014290
               MOVE SPACES      TO WRK-SO-MOTIVO                        00014300
               PERFORM 2650-GRAVAR-LINHA                                00014310
               ADD 1 TO WRK-REATIVADAS                                  00014320
            END-EVALUATE.                                               00014330
      *--------------------------------------------------------------   00014340
       2400-99-FIM.                              EXIT.                  00014350
      *--------------------------------------------------------------   00014360
      ***************************************************************   00014370
      *               C A N C E L A R                               *   00014380
      ***************************************************************   00014390
      *--------------------------------------------------------------   00014400
       2500-CANCELAR                             SECTION.               00014410
      *--------------------------------------------------------------   00014420
            EVALUATE TRUE                                               00014430
             WHEN WRK-ORDEM-NAO-ACHADA                                  00014440
               MOVE 'ORDEM NAO CADASTRADA' TO WRK-MOTIVO                00014450
               PERFORM 2600-GRAVAR-REJEITO                              00014460
             WHEN REG-ORD-CANCELADA                                     00014470
               MOVE 'ORDEM JA CANCELADA' TO WRK-MOTIVO                  00014480
               PERFORM 2600-GRAVAR-REJEITO                              00014490
             WHEN REG-ORD-ENCERRADA                                     00014500
               MOVE 'ORDEM ENCERRADA' TO WRK-MOTIVO                     00014510
               PERFORM 2600-GRAVAR-REJEITO                              00014520
             WHEN OTHER                                                 00014530
               MOVE 'C' TO REG-ORD-SITUACAO                             00014540
               PERFORM 2900-REGRAVAR-ORDEM                              00014550
               MOVE 'CANCELADA' TO WRK-SO-STATUS                        00014560
               MOVE SPACES      TO WRK-SO-MOTIVO                        00014570
               PERFORM 2650-GRAVAR-LINHA                                00014580
               ADD 1 TO WRK-CANCELADAS                                  00014590
            END-EVALUATE.                                               00014600
      *--------------------------------------------------------------   00014610
       2500-99-FIM.                              EXIT.                  00014620
      *--------------------------------------------------------------   00014630
      ***************************************************************   00014640
      *       G R A V A R   R E J E I T O                           *   00014650
      ***************************************************************   00014660
      *--------------------------------------------------------------   00014670
       2600-GRAVAR-REJEITO                       SECTION.               00014680
      *--------------------------------------------------------------   00014690
            MOVE 'REJEITADO'  TO WRK-SO-STATUS                          00014700
            MOVE WRK-MOTIVO   TO WRK-SO-MOTIVO.                         00014710
            PERFORM 2650-GRAVAR-LINHA.                                  00014720
            ADD 1 TO WRK-REJEITADOS.                                    00014730
      *--------------------------------------------------------------   00014740
       2600-99-FIM.                              EXIT.                  00014750
      *--------------------------------------------------------------   00014760
      ***************************************************************   00014770
      *       G R A V A R   L I N H A   D O   R E L A T O R I O     *   00014780
      ***************************************************************   00014790
      *--------------------------------------------------------------   00014800
       2650-GRAVAR-LINHA                         SECTION.               00014810
      *--------------------------------------------------------------   00014820
            MOVE FD-MORD-TIPO    TO WRK-SO-TIPO                         00014830
            MOVE FD-MORD-AGENCIA TO WRK-SO-AGENCIA                      00014840
            MOVE FD-MORD-CONTA   TO WRK-SO-CONTA                        00014850
            MOVE FD-MORD-CHAVE (9:3) TO WRK-SO-NUMERO.                  00014860
            WRITE FD-RELSO FROM WRK-DETALHE-SO.                         00014870
      *--------------------------------------------------------------   00014880
       2650-99-FIM.                              EXIT.                  00014890
      *--------------------------------------------------------------   00014900
      ***************************************************************   00014910
      *       V A L I D A R   C A M P O S   I N F O R M A D O S     *   00014920
      ***************************************************************   00014930
      * SO OS CAMPOS PREENCHIDOS NO ARQUIVO SAO CRITICADOS; A DATA  *   00014940
      * FINAL E CONFERIDA CONTRA O PROXIMO VENCIMENTO QUE A ORDEM   *   00014950
      * VAI TER DEPOIS DA ACAO (O NOVO, SE INFORMADO).              *   00014960
      *--------------------------------------------------------------   00014970
       2700-VALIDAR-CAMPOS                       SECTION.               00014980
      *--------------------------------------------------------------   00014990
            MOVE REG-ORD-PROX-VENC TO WRK-PROX-VENC-NOVO.               00015000
            MOVE REG-ORD-DATA-FIM  TO WRK-DATA-FIM-NOVA.                00015010
            IF FD-MORD-VALOR-X NOT EQUAL SPACES                         00015020
              IF FD-MORD-VALOR NOT NUMERIC OR                           00015030
                 FD-MORD-VALOR EQUAL ZEROS                              00015040
                MOVE 'VALOR INVALIDO' TO WRK-MOTIVO                     00015050
              END-IF                                                    00015060
            END-IF.                                                     00015070
            IF WRK-MOTIVO EQUAL SPACES AND                              00015080
               FD-MORD-FREQUENCIA NOT EQUAL SPACES                      00015090
              IF FD-MORD-FREQUENCIA NOT EQUAL 'S' AND                   00015100
                 FD-MORD-FREQUENCIA NOT EQUAL 'Q' AND                   00015110
                 FD-MORD-FREQUENCIA NOT EQUAL 'M' AND                   00015120
                 FD-MORD-FREQUENCIA NOT EQUAL 'A'                       00015130
                MOVE 'FREQUENCIA INVALIDA' TO WRK-MOTIVO                00015140
              END-IF                                                    00015150
            END-IF.                                                     00015160
            IF WRK-MOTIVO EQUAL SPACES AND                              00015170
               FD-MORD-PROX-VENC-X NOT EQUAL SPACES                     00015180
              MOVE FD-MORD-PROX-VENC-X TO WRK-DATA-TESTE                00015190
              PERFORM 2800-VALIDAR-DATA                                 00015200
              EVALUATE TRUE                                             00015210
               WHEN WRK-DATA-ERRADA                                     00015220
                 MOVE 'VENCIMENTO INVALIDO' TO WRK-MOTIVO               00015230
               WHEN WRK-DATA-TESTE LESS WRK-DATA-PROC                   00015240
                 MOVE 'VENCIMENTO NO PASSADO' TO WRK-MOTIVO             00015250
               WHEN OTHER                                               00015260
                 MOVE WRK-DATA-TESTE TO WRK-PROX-VENC-NOVO              00015270
              END-EVALUATE                                              00015280
            END-IF.                                                     00015290
            IF WRK-MOTIVO EQUAL SPACES AND                              00015300
               FD-MORD-DATA-FIM-X NOT EQUAL SPACES                      00015310
              IF FD-MORD-DATA-FIM-X EQUAL ZEROS                         00015320
                MOVE ZEROS TO WRK-DATA-FIM-NOVA                         00015330
              ELSE                                                      00015340
                MOVE FD-MORD-DATA-FIM-X TO WRK-DATA-TESTE               00015350
                PERFORM 2800-VALIDAR-DATA                               00015360
                IF WRK-DATA-ERRADA                                      00015370
                  MOVE 'DATA FINAL INVALIDA' TO WRK-MOTIVO              00015380
                ELSE                                                    00015390
                  MOVE WRK-DATA-TESTE TO WRK-DATA-FIM-NOVA              00015400
                END-IF                                                  00015410
              END-IF                                                    00015420
            END-IF.                                                     00015430
            IF WRK-MOTIVO EQUAL SPACES AND                              00015440
               WRK-DATA-FIM-NOVA NOT EQUAL ZEROS AND                    00015450
               WRK-DATA-FIM-NOVA LESS WRK-PROX-VENC-NOVO                00015460
              MOVE 'DATA FINAL ANTES DO VENCTO' TO WRK-MOTIVO           00015470
            END-IF.                                                     00015480
            IF WRK-MOTIVO EQUAL SPACES AND                              00015490
               FD-MORD-BENEF-BANCO-X NOT EQUAL SPACES AND               00015500
               FD-MORD-BENEF-BANCO NOT NUMERIC                          00015510
              MOVE 'BANCO DO BENEF INVALIDO' TO WRK-MOTIVO              00015520
            END-IF.                                                     00015530
      *--------------------------------------------------------------   00015540
       2700-99-FIM.                              EXIT.                  00015550
      *--------------------------------------------------------------   00015560
      ***************************************************************   00015570
      *       A P L I C A R   C A M P O S   I N F O R M A D O S     *   00015580
      ***************************************************************   00015590
      *--------------------------------------------------------------   00015600
       2750-APLICAR-CAMPOS                       SECTION.               00015610
      *--------------------------------------------------------------   00015620
            IF FD-MORD-VALOR-X NOT EQUAL SPACES                         00015630
              MOVE FD-MORD-VALOR TO REG-ORD-VALOR                       00015640
            END-IF.                                                     00015650
            IF FD-MORD-FREQUENCIA NOT EQUAL SPACES                      00015660
              MOVE FD-MORD-FREQUENCIA TO REG-ORD-FREQUENCIA             00015670
            END-IF.                                                     00015680
            IF FD-MORD-PROX-VENC-X NOT EQUAL SPACES                     00015690
              MOVE WRK-PROX-VENC-NOVO TO REG-ORD-PROX-VENC              00015700
              MOVE WRK-PROX-VENC-NOVO (7:2) TO REG-ORD-DIA-BASE         00015710
            END-IF.                                                     00015720
            MOVE WRK-DATA-FIM-NOVA TO REG-ORD-DATA-FIM.                 00015730
            IF FD-MORD-BENEF-NOME NOT EQUAL SPACES                      00015740
              MOVE FD-MORD-BENEF-NOME TO REG-ORD-BENEF-NOME             00015750
            END-IF.                                                     00015760
            IF FD-MORD-BENEF-DOC NOT EQUAL SPACES                       00015770
              MOVE FD-MORD-BENEF-DOC TO REG-ORD-BENEF-DOC               00015780
            END-IF.                                                     00015790
            IF FD-MORD-BENEF-BANCO-X NOT EQUAL SPACES                   00015800
              MOVE FD-MORD-BENEF-BANCO TO REG-ORD-BENEF-BANCO           00015810
            END-IF.                                                     00015820
            IF FD-MORD-BENEF-AGENCIA NOT EQUAL SPACES                   00015830
              MOVE FD-MORD-BENEF-AGENCIA TO REG-ORD-BENEF-AGENCIA       00015840
            END-IF.                                                     00015850
            IF FD-MORD-BENEF-CONTA NOT EQUAL SPACES                     00015860
              MOVE FD-MORD-BENEF-CONTA TO REG-ORD-BENEF-CONTA           00015870
            END-IF.                                                     00015880
            MOVE WRK-DATA-PROC TO REG-ORD-DATA-ALT.                     00015890
            MOVE WRK-OPERADOR  TO REG-ORD-OPERADOR.                     00015900
      *--------------------------------------------------------------   00015910
       2750-99-FIM.                              EXIT.                  00015920
      *--------------------------------------------------------------   00015930
      ***************************************************************   00015940
      *       V A L I D A R   D A T A                               *   00015950
      ***************************************************************   00015960
      * DATA AAAAMMDD EXISTENTE NO CALENDARIO: A IDA E VOLTA PELO   *   00015970
      * NUMERO DO DIA DEVOLVE A MESMA DATA (31/04 OU 29/02 DE ANO   *   00015980
      * NAO BISSEXTO NAO VOLTAM IGUAIS).                            *   00015990
      *--------------------------------------------------------------   00016000
       2800-VALIDAR-DATA                         SECTION.               00016010
      *--------------------------------------------------------------   00016020
            MOVE 'S' TO WRK-SW-DATA.                                    00016030
            IF WRK-DATA-TESTE NOT NUMERIC OR                            00016040
               WRK-DTT-ANO LESS 1601      OR                            00016050
               WRK-DTT-MES LESS 01        OR                            00016060
               WRK-DTT-MES GREATER 12     OR                            00016070
               WRK-DTT-DIA LESS 01        OR                            00016080
               WRK-DTT-DIA GREATER 31                                   00016090
              MOVE 'N' TO WRK-SW-DATA                                   00016100
            ELSE                                                        00016110
              COMPUTE WRK-DIA-INT =                                     00016120
                      FUNCTION INTEGER-OF-DATE (WRK-DATA-TESTE)         00016130
              COMPUTE WRK-DATA-VOLTA =                                  00016140
                      FUNCTION DATE-OF-INTEGER (WRK-DIA-INT)            00016150
              IF WRK-DATA-VOLTA NOT EQUAL WRK-DATA-TESTE                00016160
                MOVE 'N' TO WRK-SW-DATA                                 00016170
              END-IF                                                    00016180
            END-IF.                                                     00016190
      *--------------------------------------------------------------   00016200
       2800-99-FIM.                              EXIT.                  00016210
      *--------------------------------------------------------------   00016220
      ***************************************************************   00016230
      *       R E G R A V A R   O R D E M                           *   00016240
      ***************************************************************   00016250
      *--------------------------------------------------------------   00016260
       2900-REGRAVAR-ORDEM                       SECTION.               00016270
      *--------------------------------------------------------------   00016280
            MOVE WRK-DATA-PROC TO REG-ORD-DATA-ALT.                     00016290
            MOVE WRK-OPERADOR  TO REG-ORD-OPERADOR.                     00016300
            REWRITE REG-ORD                                             00016310
              INVALID KEY                                               00016320
                MOVE 'FR16SO01'            TO WRK-PROGRAMA              00016330
                MOVE '2900'                TO WRK-SECAO                 00016340
                MOVE 'ERRO NA REGRAVACAO DO ORDVSAM' TO WRK-MENSAGEM    00016350
                MOVE WRK-FS-ORDVSAM        TO WRK-STATUS                00016360
                PERFORM 6000-TRATA-ERROS                                00016370
            END-REWRITE.                                                00016380
      *--------------------------------------------------------------   00016390
       2900-99-FIM.                              EXIT.                  00016400
      *--------------------------------------------------------------   00016410
      ***************************************************************   00016420
      *               F I N A L I Z A R                             *   00016430
      ***************************************************************   00016440
      *--------------------------------------------------------------   00016450
       3000-FINALIZAR                            SECTION.               00016460
      *--------------------------------------------------------------   00016470
            MOVE SPACES TO FD-RELSO.                                    00016480
            WRITE FD-RELSO.                                             00016490
            MOVE 'ACOES LIDAS.....................:'                    00016500
                                    TO WRK-TOT-TEXTO                    00016510
            MOVE WRK-ACOES-LIDAS    TO WRK-TOT-QTDE                     00016520
            WRITE FD-RELSO FROM WRK-TOTAL-SO.                           00016530
            MOVE 'ORDENS INCLUIDAS................:'                    00016540
                                    TO WRK-TOT-TEXTO                    00016550
            MOVE WRK-INCLUIDAS      TO WRK-TOT-QTDE                     00016560
            WRITE FD-RELSO FROM WRK-TOTAL-SO.                           00016570
            MOVE 'ORDENS ALTERADAS................:'                    00016580
                                    TO WRK-TOT-TEXTO                    00016590
            MOVE WRK-ALTERADAS      TO WRK-TOT-QTDE                     00016600
            WRITE FD-RELSO FROM WRK-TOTAL-SO.                           00016610
            MOVE 'ORDENS SUSPENSAS................:'                    00016620
                                    TO WRK-TOT-TEXTO                    00016630
            MOVE WRK-SUSPENSAS      TO WRK-TOT-QTDE                     00016640
            WRITE FD-RELSO FROM WRK-TOTAL-SO.                           00016650
            MOVE 'ORDENS REATIVADAS...............:'                    00016660
                                    TO WRK-TOT-TEXTO                    00016670
            MOVE WRK-REATIVADAS     TO WRK-TOT-QTDE                     00016680
            WRITE FD-RELSO FROM WRK-TOTAL-SO.                           00016690
            MOVE 'ORDENS CANCELADAS...............:'                    00016700
                                    TO WRK-TOT-TEXTO                    00016710
            MOVE WRK-CANCELADAS     TO WRK-TOT-QTDE                     00016720
            WRITE FD-RELSO FROM WRK-TOTAL-SO.                           00016730
            MOVE 'ACOES REJEITADAS................:'                    00016740
                                    TO WRK-TOT-TEXTO                    00016750
            MOVE WRK-REJEITADOS     TO WRK-TOT-QTDE                     00016760
            WRITE FD-RELSO FROM WRK-TOTAL-SO.                           00016770
            CLOSE MOVORD CLIEVSAM ORDVSAM RELSO.                        00016780
            DISPLAY ' '.                                                00016790
            DISPLAY 'ACOES LIDAS                   : ' WRK-ACOES-LIDAS. 00016800
            DISPLAY 'ORDENS INCLUIDAS              : ' WRK-INCLUIDAS.   00016810
            DISPLAY 'ORDENS ALTERADAS              : ' WRK-ALTERADAS.   00016820
            DISPLAY 'ORDENS SUSPENSAS              : ' WRK-SUSPENSAS.   00016830
            DISPLAY 'ORDENS REATIVADAS             : ' WRK-REATIVADAS.  00016840
            DISPLAY 'ORDENS CANCELADAS             : ' WRK-CANCELADAS.  00016850
            DISPLAY 'ACOES REJEITADAS              : ' WRK-REJEITADOS.  00016860
            IF WRK-REJEITADOS NOT EQUAL ZEROS                           00016870
              MOVE 4 TO RETURN-CODE                                     00016880
            END-IF.                                                     00016890
            DISPLAY '-----FIM DE PROCESSAMENTO----'.                    00016900
      *--------------------------------------------------------------   00016910
       3000-99-FIM.                              EXIT.                  00016920
      *--------------------------------------------------------------   00016930
      ***************************************************************   00016940
      *         T E S T A R   S T A T U S                           *   00016950
      ***************************************************************   00016960
      *--------------------------------------------------------------   00016970
       5100-TESTAR-STATUS                        SECTION.               00016980
      *--------------------------------------------------------------   00016990
            EVALUATE TRUE                                               00017000
             WHEN WRK-FS-MOVORD NOT EQUAL 0                             00017010
               MOVE 'FR16SO01'             TO WRK-PROGRAMA              00017020
               MOVE '5100'                 TO WRK-SECAO                 00017030
               MOVE 'ERRO NO OPEN MOVORD'  TO WRK-MENSAGEM              00017040
               MOVE WRK-FS-MOVORD          TO WRK-STATUS                00017050
                 PERFORM 6000-TRATA-ERROS                               00017060
             WHEN WRK-FS-CLIEVSAM NOT EQUAL 0                           00017070
               MOVE 'FR16SO01'             TO WRK-PROGRAMA              00017080
               MOVE '5100'                 TO WRK-SECAO                 00017090
               MOVE 'ERRO NO OPEN CLIEVSAM' TO WRK-MENSAGEM             00017100
               MOVE WRK-FS-CLIEVSAM        TO WRK-STATUS                00017110
                 PERFORM 6000-TRATA-ERROS                               00017120
             WHEN WRK-FS-ORDVSAM NOT EQUAL 0                            00017130
               MOVE 'FR16SO01'             TO WRK-PROGRAMA              00017140
               MOVE '5100'                 TO WRK-SECAO                 00017150
               MOVE 'ERRO NO OPEN ORDVSAM' TO WRK-MENSAGEM              00017160
               MOVE WRK-FS-ORDVSAM         TO WRK-STATUS                00017170
                 PERFORM 6000-TRATA-ERROS                               00017180
             WHEN WRK-FS-RELSO NOT EQUAL 0                              00017190
               MOVE 'FR16SO01'             TO WRK-PROGRAMA              00017200
               MOVE '5100'                 TO WRK-SECAO                 00017210
               MOVE 'ERRO NO OPEN RELSO'   TO WRK-MENSAGEM              00017220
               MOVE WRK-FS-RELSO           TO WRK-STATUS                00017230
                 PERFORM 6000-TRATA-ERROS                               00017240
            END-EVALUATE.                                               00017250
      *--------------------------------------------------------------   00017260
       5100-99-FIM.                              EXIT.                  00017270
      *--------------------------------------------------------------   00017280
      ***************************************************************   00017290
      *         L E R   M O V O R D                                 *   00017300
      ***************************************************************   00017310
      *--------------------------------------------------------------   00017320
       5400-LER-MOVORD                           SECTION.               00017330
      *--------------------------------------------------------------   00017340
            READ MOVORD                                                 00017350
              AT END MOVE 10 TO WRK-FS-MOVORD                           00017360
            END-READ.                                                   00017370
      *--------------------------------------------------------------   00017380
       5400-99-FIM.                              EXIT.                  00017390
      *--------------------------------------------------------------   00017400
      ***************************************************************   00017410
      *          T R A T A   E R R O S                              *   00017420
      ***************************************************************   00017430
      *--------------------------------------------------------------   00017440
       6000-TRATA-ERROS                          SECTION.               00017450
      *--------------------------------------------------------------   00017460
            CALL WRK-ERRORLOG USING WRK-DADOS.                          00017470
            MOVE 8 TO RETURN-CODE.                                      00017480
            GOBACK.                                                     00017490
      *--------------------------------------------------------------   00017500
       6000-99-FIM.                              EXIT.                  00017510
      *--------------------------------------------------------------   00017520
