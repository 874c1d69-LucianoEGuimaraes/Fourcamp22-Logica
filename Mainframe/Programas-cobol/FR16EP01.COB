      *=============================================================*   00010000
       IDENTIFICATION                            DIVISION.              00010010
      *=============================================================*   00010020
                                                                        00010030
       PROGRAM-ID. FR16EP01.                                            00010040
      *=============================================================*   00010050
      *             T R E I N A M E N T O                           *   00010060
      *=============================================================*   00010070
      * PROGRAMA......: FR16EP01.                                   *   00010080
      *-------------------------------------------------------------*   00010090
      * PROGRAMADOR...: LUCIANO GUIMARAES.                          *   00010100
      * DATA..........: 15/10/2026                                  *   00010110
      * EMPRESA.......: FOURSYS                                     *   00010120
      * INSTRUTOR.....: IVAN SANCHES                                *   00010130
      *-------------------------------------------------------------*   00010140
      * OBJETIVO......: CONTRATACAO EM LOTE DE EMPRESTIMO PESSOAL   *   00010150
      *                 (VSAM KSDS EMPVSAM, #EMPREG), NOS MOLDES DO *   00010160
      *                 FR16SO01: LE AS PROPOSTAS APROVADAS PELA    *   00010170
      *                 AGENCIA (MOVEMP) NA ORDEM DE CHEGADA,       *   00010180
      *                 CRITICA CADA UMA (CONTA ATIVA NO CLIEVSAM,  *   00010190
      *                 CONTRATO AINDA NAO CADASTRADO, PRINCIPAL,   *   00010200
      *                 TAXA E PRAZO DENTRO DOS LIMITES DA CARTEIRA,*   00010210
      *                 PRIMEIRO VENCIMENTO ENTRE O DIA SEGUINTE E  *   00010220
      *                 A CARENCIA MAXIMA), CALCULA A PARCELA PELA  *   00010230
      *                 TABELA PRICE E GRAVA O CONTRATO COM A       *   00010240
      *                 SITUACAO N (A LIBERAR): O CREDITO DO        *   00010250
      *                 PRINCIPAL NA CONTA E GERADO PELO FR16EP02   *   00010260
      *                 NO BATNOITE DA NOITE, COMO UM MOVIMENTO     *   00010270
      *                 MOV0106 (HISTORICO 011).                    *   00010280
      *                 PROPOSTA QUE NAO PASSA NA CRITICA SAI NO    *   00010290
      *                 RELATORIO (RELEP) COMO REJEITADA COM O      *   00010300
      *                 MOTIVO, E O RETURN-CODE 4 AVISA A OPERACAO. *   00010310
      *-------------------------------------------------------------*   00010320
      *   ARQUIVOS...:                                              *   00010330
      *    DDNAME              I/O                                  *   00010340
      *    MOVEMP               I                                   *   00010350
      *    CLIEVSAM             I                                   *   00010360
      *    EMPVSAM             I/O                                  *   00010370
      *    RELEP                O                                   *   00010380
      *-------------------------------------------------------------*   00010390
      *   MODULOS....:                             INCLUDE/BOOK     *   00010400
      *   GRAVALOG -   TRATAMENTO DE ERROS            GLOG2         *   00010410
      *=============================================================*   00010420
                                                                        00010430
      *=============================================================*   00010440
       ENVIRONMENT                               DIVISION.              00010450
      *=============================================================*   00010460
      *-------------------------------------------------------------*   00010470
       CONFIGURATION                             SECTION.               00010480
      *-------------------------------------------------------------*   00010490
       SPECIAL-NAMES.                                                   00010500
           DECIMAL-POINT IS COMMA.                                      00010510
                                                                        00010520
       INPUT-OUTPUT                              SECTION.               00010530
       FILE-CONTROL.                                                    00010540
            SELECT MOVEMP    ASSIGN TO MOVEMP                           00010550
                FILE STATUS  IS WRK-FS-MOVEMP.                          00010560
                                                                        00010570
            SELECT CLIEVSAM  ASSIGN TO CLIEVSAM                         00010580
                ORGANIZATION IS INDEXED                                 00010590
                ACCESS MODE IS RANDOM                                   00010600
                RECORD KEY IS REG-CLIENTES-CHAVE                        00010610
                FILE STATUS  IS WRK-FS-CLIEVSAM.                        00010620
                                                                        00010630
            SELECT EMPVSAM   ASSIGN TO EMPVSAM                          00010640
                ORGANIZATION IS INDEXED                                 00010650
                ACCESS MODE IS RANDOM                                   00010660
                RECORD KEY IS REG-EMP-CHAVE                             00010670
                FILE STATUS  IS WRK-FS-EMPVSAM.                         00010680
                                                                        00010690
            SELECT RELEP     ASSIGN TO RELEP                            00010700
                FILE STATUS  IS WRK-FS-RELEP.                           00010710
      *=============================================================*   00010720
       DATA                                      DIVISION.              00010730
      *=============================================================*   00010740
       FILE                                      SECTION.               00010750
      *-------------------------------------------------------------*   00010760
                                                                        00010770
       FD MOVEMP                                                        00010780
           RECORDING MODE IS F                                          00010790
           BLOCK CONTAINS 0 RECORDS.                                    00010800
                                                                        00010810
       01 FD-MEMP.                                                      00010820
          05 FD-MEMP-CHAVE.                                             00010830
             10 FD-MEMP-AGENCIA    PIC X(04).                           00010840
             10 FD-MEMP-CONTA      PIC X(04).                           00010850
             10 FD-MEMP-CONTRATO   PIC 9(03).                           00010860
          05 FD-MEMP-PRINCIPAL     PIC 9(08)V99.                        00010870
          05 FD-MEMP-TAXA          PIC 9(02)V9(04).                     00010880
          05 FD-MEMP-PRAZO         PIC 9(03).                           00010890
          05 FD-MEMP-PRIM-VENC     PIC 9(08).                           00010900
          05 FD-MEMP-PRIM-VENC-X REDEFINES FD-MEMP-PRIM-VENC            00010910
                                   PIC X(08).                           00010920
          05 FD-MEMP-OPERADOR      PIC X(08).                           00010930
          05 FILLER                PIC X(36).                           00010940
                                                                        00010950
       FD CLIEVSAM.                                                     00010960
                                                                        00010970
       COPY '#CLIREG'.                                                  00010980
                                                                        00010990
       FD EMPVSAM.                                                      00011000
                                                                        00011010
       COPY '#EMPREG'.                                                  00011020
                                                                        00011030
       FD RELEP                                                         00011040
           RECORDING  MODE IS F.                                        00011050
                                                                        00011060
       01 FD-RELEP           PIC X(080).                                00011070
      *-------------------------------------------------------------*   00011080
       WORKING-STORAGE                           SECTION.               00011090
      *-------------------------------------------------------------*   00011100
                                                                        00011110
      *-------------------------------------------------------------*   00011120
       01 FILLER PIC X(45) VALUE                                        00011130
              '------------------#GLOG----------------------'.          00011140
      *-------------------------------------------------------------*   00011150
                                                                        00011160
       COPY '#GLOG'.                                                    00011170
                                                                        00011180
      *-------------------------------------------------------------*   00011190
       01 FILLER PIC X(45) VALUE                                        00011200
              '-----------DADOS E FILE STATUS---------------'.          00011210
      *-------------------------------------------------------------*   00011220
       77 WRK-FS-MOVEMP     PIC 9(02).                                  00011230
       77 WRK-FS-CLIEVSAM   PIC 9(02).                                  00011240
       77 WRK-FS-EMPVSAM    PIC 9(02).                                  00011250
       77 WRK-FS-RELEP      PIC 9(02).                                  00011260
       77 WRK-ERRORLOG      PIC X(08) VALUE 'ERRORLOG'.                 00011270
       77 WRK-PROPOSTAS-LIDAS PIC 9(05) VALUE ZEROS.                    00011280
       77 WRK-CONTRATADOS   PIC 9(05) VALUE ZEROS.                      00011290
       77 WRK-REJEITADOS    PIC 9(05) VALUE ZEROS.                      00011300
       77 WRK-VALOR-CONTRATADO PIC 9(11)V99 VALUE ZEROS.                00011310
       77 WRK-DATA-PROC     PIC 9(08) VALUE ZEROS.                      00011320
       77 WRK-DATA-LIMITE   PIC 9(08) VALUE ZEROS.                      00011330
       77 WRK-MOTIVO        PIC X(25) VALUE SPACES.                     00011340
       77 WRK-OPERADOR      PIC X(08) VALUE SPACES.                     00011350
       77 WRK-DIA-INT       PIC S9(09) COMP VALUE ZEROS.                00011360
       77 WRK-DATA-VOLTA    PIC 9(08) VALUE ZEROS.                      00011370
       77 WRK-SW-CONTRATO   PIC X(01) VALUE 'N'.                        00011380
           88 WRK-CONTRATO-ACHADO      VALUE 'S'.                       00011390
           88 WRK-CONTRATO-NAO-ACHADO  VALUE 'N'.                       00011400
       77 WRK-SW-DATA       PIC X(01) VALUE 'S'.                        00011410
           88 WRK-DATA-OK              VALUE 'S'.                       00011420
           88 WRK-DATA-ERRADA          VALUE 'N'.                       00011430
                                                                        00011440
      *----------------LIMITES DA CARTEIRA--------------------------*   00011450
      * PRINCIPAL MAXIMO DO EMPRESTIMO PESSOAL, TAXA MENSAL MAXIMA  *   00011460
      * (%), PRAZO MAXIMO EM MESES E CARENCIA MAXIMA EM DIAS ENTRE  *   00011470
      * A CONTRATACAO E O PRIMEIRO VENCIMENTO.                      *   00011480
       77 WRK-PRINCIPAL-MAX PIC 9(08)V99 VALUE 50000,00.                00011490
       77 WRK-TAXA-MAX      PIC 9(02)V9(04) VALUE 10,0000.              00011500
       77 WRK-PRAZO-MAX     PIC 9(03) VALUE 060.                        00011510
       77 WRK-CARENCIA-MAX  PIC 9(03) VALUE 060.                        00011520
                                                                        00011530
      *----------------CALCULO DA PARCELA (TABELA PRICE)------------*   00011540
      * PARCELA = PRINCIPAL X I X (1+I)**N / ((1+I)**N - 1)         *   00011550
       77 WRK-TAXA-UNIT     PIC 9(01)V9(08) VALUE ZEROS.                00011560
       77 WRK-FATOR         PIC 9(09)V9(09) VALUE ZEROS.                00011570
       77 WRK-PARCELA       PIC 9(08)V99 VALUE ZEROS.                   00011580
                                                                        00011590
      * DATA EM TESTE PELA 2800-VALIDAR-DATA.                           00011600
       01 WRK-DATA-TESTE             PIC 9(08) VALUE ZEROS.             00011610
       01 FILLER REDEFINES WRK-DATA-TESTE.                              00011620
          05 WRK-DTT-ANO             PIC 9(04).                         00011630
          05 WRK-DTT-MES             PIC 9(02).                         00011640
          05 WRK-DTT-DIA             PIC 9(02).                         00011650
                                                                        00011660
      *-------------------------------------------------------------*   00011670
       01 FILLER PIC X(45) VALUE                                        00011680
              '-----------LAYOUTS DE IMPRESSAO--------------'.          00011690
      *-------------------------------------------------------------*   00011700
       01 WRK-CABECALHO-EP.                                             00011710
          05 FILLER               PIC X(46) VALUE                       00011720
                    'CONTRATACAO DE EMPRESTIMO PESSOAL   - FR16EP01'.   00011730
                                                                        00011740
       01 WRK-TITULO-EP.                                                00011750
          05 FILLER               PIC X(80) VALUE                       00011760
           'AGEN CONT CTR  PRINCIPAL PRZ    PARCELA SITUACAO   MOTIVO'. 00011770
                                                                        00011780
       01 WRK-DETALHE-EP.                                               00011790
          05 WRK-EP-AGENCIA       PIC X(04).                            00011800
          05 FILLER               PIC X(01) VALUE SPACES.               00011810
          05 WRK-EP-CONTA         PIC X(04).                            00011820
          05 FILLER               PIC X(01) VALUE SPACES.               00011830
          05 WRK-EP-CONTRATO      PIC X(03).                            00011840
          05 FILLER               PIC X(01) VALUE SPACES.               00011850
          05 WRK-EP-PRINCIPAL     PIC ZZZ.ZZ9,99.                       00011860
          05 FILLER               PIC X(01) VALUE SPACES.               00011870
          05 WRK-EP-PRAZO         PIC ZZ9.                              00011880
          05 FILLER               PIC X(01) VALUE SPACES.               00011890
          05 WRK-EP-PARCELA       PIC ZZZ.ZZ9,99.                       00011900
          05 FILLER               PIC X(01) VALUE SPACES.               00011910
          05 WRK-EP-STATUS        PIC X(10).                            00011920
          05 FILLER               PIC X(01) VALUE SPACES.               00011930
          05 WRK-EP-MOTIVO        PIC X(25).                            00011940
                                                                        00011950
       01 WRK-TOTAL-EP.                                                 00011960
          05 WRK-TOT-TEXTO        PIC X(34).                            00011970
          05 WRK-TOT-QTDE         PIC ZZZZ9.                            00011980
                                                                        00011990
       01 WRK-TOTAL-VALOR-EP.                                           00012000
          05 FILLER               PIC X(34) VALUE                       00012010
             'VALOR TOTAL CONTRATADO..........:'.                       00012020
          05 WRK-TOT-VALOR        PIC ZZ.ZZZ.ZZZ.ZZ9,99.                00012030
                                                                        00012040
      *=============================================================*   00012050
       PROCEDURE                                 DIVISION.              00012060
      *=============================================================*   00012070
      ***************************************************************   00012080
      *          R O T I N A   P R I N C I P A L                    *   00012090
      ***************************************************************   00012100
      *--------------------------------------------------------------   00012110
       0000-PRINCIPAL                            SECTION.               00012120
      *--------------------------------------------------------------   00012130
             PERFORM 1000-INICIALIZAR.                                  00012140
             PERFORM 2000-PROCESSAR                                     00012150
                UNTIL WRK-FS-MOVEMP EQUAL 10.                           00012160
             PERFORM 3000-FINALIZAR.                                    00012170
             STOP RUN.                                                  00012180
      *--------------------------------------------------------------   00012190
       0000-99-FIM.                              EXIT.                  00012200
      *--------------------------------------------------------------   00012210
      ***************************************************************   00012220
      *             I N I C I A L I Z A R                           *   00012230
      ***************************************************************   00012240
      *--------------------------------------------------------------   00012250
       1000-INICIALIZAR                          SECTION.               00012260
      *--------------------------------------------------------------   00012270
             ACCEPT WRK-DATA-PROC FROM DATE YYYYMMDD.                   00012280
             COMPUTE WRK-DIA-INT =                                      00012290
                     FUNCTION INTEGER-OF-DATE (WRK-DATA-PROC)           00012300
                   + WRK-CARENCIA-MAX.                                  00012310
             COMPUTE WRK-DATA-LIMITE =                                  00012320
                     FUNCTION DATE-OF-INTEGER (WRK-DIA-INT).            00012330
             OPEN INPUT  MOVEMP CLIEVSAM                                00012340
                  I-O    EMPVSAM                                        00012350
                  OUTPUT RELEP.                                         00012360
             PERFORM 5100-TESTAR-STATUS.                                00012370
             WRITE FD-RELEP FROM WRK-CABECALHO-EP.                      00012380
             MOVE SPACES TO FD-RELEP.                                   00012390
             WRITE FD-RELEP.                                            00012400
             WRITE FD-RELEP FROM WRK-TITULO-EP.                         00012410
             PERFORM 5400-LER-MOVEMP.                                   00012420
      *--------------------------------------------------------------   00012430
       1000-99-FIM.                              EXIT.                  00012440
      *--------------------------------------------------------------   00012450
      ***************************************************************   00012460
      *               P R O C E S S A R                             *   00012470
      ***************************************************************   00012480
      *--------------------------------------------------------------   00012490
       2000-PROCESSAR                            SECTION.               00012500
      *--------------------------------------------------------------   00012510
            ADD 1 TO WRK-PROPOSTAS-LIDAS.                               00012520
            MOVE SPACES TO WRK-MOTIVO.                                  00012530
            MOVE ZEROS  TO WRK-PARCELA.                                 00012540
            IF FD-MEMP-OPERADOR EQUAL SPACES                            00012550
              MOVE 'CONTREMP'       TO WRK-OPERADOR                     00012560
            ELSE                                                        00012570
              MOVE FD-MEMP-OPERADOR TO WRK-OPERADOR                     00012580
            END-IF.                                                     00012590
            IF FD-MEMP-AGENCIA  EQUAL SPACES OR                         00012600
               FD-MEMP-CONTA    EQUAL SPACES OR                         00012610
               FD-MEMP-CONTRATO NOT NUMERIC  OR                         00012620
               FD-MEMP-CONTRATO EQUAL ZEROS                             00012630
              MOVE 'CONTRATO INVALIDO' TO WRK-MOTIVO                    00012640
            ELSE                                                        00012650
              PERFORM 2050-LER-CONTRATO                                 00012660
              PERFORM 2100-CRITICAR                                     00012670
            END-IF.                                                     00012680
            IF WRK-MOTIVO EQUAL SPACES                                  00012690
              PERFORM 2200-CALCULAR-PARCELA                             00012700
              PERFORM 2300-GRAVAR-CONTRATO                              00012710
            ELSE                                                        00012720
              PERFORM 2600-GRAVAR-REJEITO                               00012730
            END-IF.                                                     00012740
            PERFORM 5400-LER-MOVEMP.                                    00012750
      *--------------------------------------------------------------   00012760
       2000-99-FIM.                              EXIT.                  00012770
      *--------------------------------------------------------------   00012780
      *--------------------------------------------------------------   00012790
       2050-LER-CONTRATO                         SECTION.               00012800
      *--------------------------------------------------------------   00012810
            MOVE FD-MEMP-AGENCIA  TO REG-EMP-AGENCIA.                   00012820
            MOVE FD-MEMP-CONTA    TO REG-EMP-CONTA.                     00012830
            MOVE FD-MEMP-CONTRATO TO REG-EMP-CONTRATO.                  00012840
            READ EMPVSAM                                                00012850
              INVALID KEY                                               00012860
                MOVE 'N' TO WRK-SW-CONTRATO                             00012870
              NOT INVALID KEY                                           00012880
                MOVE 'S' TO WRK-SW-CONTRATO                             00012890
            END-READ.                                                   00012900
      *--------------------------------------------------------------   00012910
       2050-99-FIM.                              EXIT.                  00012920
      *--------------------------------------------------------------   00012930
      ***************************************************************   00012940
      *               C R I T I C A R   A   P R O P O S T A         *   00012950
      ***************************************************************   00012960
      * O EMPRESTIMO SO E CREDITADO EM CONTA ATIVA: CONTA BLOQUEADA *   00012970
      * OU DORMENTE PRECISA SER REGULARIZADA ANTES DA CONTRATACAO.  *   00012980
      *--------------------------------------------------------------   00012990
       2100-CRITICAR                             SECTION.               00013000
      *--------------------------------------------------------------   00013010
            MOVE FD-MEMP-AGENCIA TO REG-CLIENTES-AGENCIA.               00013020
            MOVE FD-MEMP-CONTA   TO REG-CLIENTES-CONTA.                 00013030
            READ CLIEVSAM                                               00013040
              INVALID KEY                                               00013050
                MOVE 'CONTA NAO CADASTRADA' TO WRK-MOTIVO               00013060
            END-READ.                                                   00013070
            EVALUATE TRUE                                               00013080
             WHEN WRK-MOTIVO NOT EQUAL SPACES                           00013090
               CONTINUE                                                 00013100
             WHEN NOT REG-CLIENTES-ATIVA                                00013110
               MOVE 'CONTA NAO ESTA ATIVA' TO WRK-MOTIVO                00013120
             WHEN WRK-CONTRATO-ACHADO                                   00013130
               MOVE 'CONTRATO JA CADASTRADO' TO WRK-MOTIVO              00013140
             WHEN FD-MEMP-PRINCIPAL NOT NUMERIC OR                      00013150
                  FD-MEMP-PRINCIPAL EQUAL ZEROS                         00013160
               MOVE 'PRINCIPAL INVALIDO' TO WRK-MOTIVO                  00013170
             WHEN FD-MEMP-PRINCIPAL GREATER WRK-PRINCIPAL-MAX           00013180
               MOVE 'PRINCIPAL ACIMA DO LIMITE' TO WRK-MOTIVO           00013190
             WHEN FD-MEMP-TAXA NOT NUMERIC OR                           00013200
                  FD-MEMP-TAXA EQUAL ZEROS                              00013210
               MOVE 'TAXA INVALIDA' TO WRK-MOTIVO                       00013220
             WHEN FD-MEMP-TAXA GREATER WRK-TAXA-MAX                     00013230
               MOVE 'TAXA ACIMA DO LIMITE' TO WRK-MOTIVO                00013240
             WHEN FD-MEMP-PRAZO NOT NUMERIC OR                          00013250
                  FD-MEMP-PRAZO EQUAL ZEROS                             00013260
               MOVE 'PRAZO INVALIDO' TO WRK-MOTIVO                      00013270
             WHEN FD-MEMP-PRAZO GREATER WRK-PRAZO-MAX                   00013280
               MOVE 'PRAZO ACIMA DO LIMITE' TO WRK-MOTIVO               00013290
             WHEN OTHER                                                 00013300
               MOVE FD-MEMP-PRIM-VENC-X TO WRK-DATA-TESTE               00013310
               PERFORM 2800-VALIDAR-DATA                                00013320
               EVALUATE TRUE                                            00013330
                WHEN WRK-DATA-ERRADA                                    00013340
                  MOVE 'VENCIMENTO INVALIDO' TO WRK-MOTIVO              00013350
                WHEN WRK-DATA-TESTE NOT GREATER WRK-DATA-PROC           00013360
                  MOVE 'VENCIMENTO NO PASSADO' TO WRK-MOTIVO            00013370
                WHEN WRK-DATA-TESTE GREATER WRK-DATA-LIMITE             00013380
                  MOVE 'CARENCIA ACIMA DO LIMITE' TO WRK-MOTIVO         00013390
               END-EVALUATE                                             00013400
            END-EVALUATE.                                               00013410
      *--------------------------------------------------------------   00013420
       2100-99-FIM.                              EXIT.                  00013430
      *--------------------------------------------------------------   00013440
      ***************************************************************   00013450
      *       C A L C U L A R   A   P A R C E L A                   *   00013460
      ***************************************************************   00013470
      * PARCELA FIXA DA TABELA PRICE, ARREDONDADA NO CENTAVO. A     *   00013480
      * DIFERENCA DE ARREDONDAMENTO FICA PARA A ULTIMA PARCELA, QUE *   00013490
      * O FR16EP02 CALCULA PELO SALDO DEVEDOR.                      *   00013500
      *--------------------------------------------------------------   00013510
       2200-CALCULAR-PARCELA                     SECTION.               00013520
      *--------------------------------------------------------------   00013530
            COMPUTE WRK-TAXA-UNIT = FD-MEMP-TAXA / 100.                 00013540
            COMPUTE WRK-FATOR = (1 + WRK-TAXA-UNIT) ** FD-MEMP-PRAZO.   00013550
            COMPUTE WRK-PARCELA ROUNDED =                               00013560
                    FD-MEMP-PRINCIPAL * WRK-TAXA-UNIT * WRK-FATOR       00013570
                  / (WRK-FATOR - 1).                                    00013580
      *--------------------------------------------------------------   00013590
       2200-99-FIM.                              EXIT.                  00013600
      *--------------------------------------------------------------   00013610
      ***************************************************************   00013620
      *       G R A V A R   O   C O N T R A T O                     *   00013630
      ***************************************************************   00013640
      *--------------------------------------------------------------   00013650
       2300-GRAVAR-CONTRATO                      SECTION.               00013660
      *--------------------------------------------------------------   00013670
            INITIALIZE REG-EMP.                                         00013680
            MOVE FD-MEMP-AGENCIA    TO REG-EMP-AGENCIA.                 00013690
            MOVE FD-MEMP-CONTA      TO REG-EMP-CONTA.                   00013700
            MOVE FD-MEMP-CONTRATO   TO REG-EMP-CONTRATO.                00013710
            MOVE FD-MEMP-PRINCIPAL  TO REG-EMP-PRINCIPAL                00013720
                                       REG-EMP-SALDO-DEVEDOR.           00013730
            MOVE FD-MEMP-TAXA       TO REG-EMP-TAXA.                    00013740
            MOVE FD-MEMP-PRAZO      TO REG-EMP-PRAZO.                   00013750
            MOVE WRK-PARCELA        TO REG-EMP-VALOR-PARCELA.           00013760
            MOVE FD-MEMP-PRIM-VENC  TO REG-EMP-PRIM-VENC                00013770
                                       REG-EMP-PROX-VENC.               00013780
            MOVE FD-MEMP-PRIM-VENC-X (7:2) TO REG-EMP-DIA-BASE.         00013790
            MOVE 'N'                TO REG-EMP-SITUACAO.                00013800
            MOVE WRK-DATA-PROC      TO REG-EMP-DATA-CONTRATO            00013810
                                       REG-EMP-DATA-ALT.                00013820
            MOVE WRK-OPERADOR       TO REG-EMP-OPERADOR.                00013830
            WRITE REG-EMP                                               00013840
              INVALID KEY                                               00013850
                MOVE 'FR16EP01'            TO WRK-PROGRAMA              00013860
                MOVE '2300'                TO WRK-SECAO                 00013870
                MOVE 'ERRO NA GRAVACAO DO EMPVSAM' TO WRK-MENSAGEM      00013880
                MOVE WRK-FS-EMPVSAM        TO WRK-STATUS                00013890
                PERFORM 6000-TRATA-ERROS                                00013900
            END-WRITE.                                                  00013910
            MOVE 'CONTRATADO' TO WRK-EP-STATUS.                         00013920
            MOVE SPACES       TO WRK-EP-MOTIVO.                         00013930
            PERFORM 2650-GRAVAR-LINHA.                                  00013940
            ADD 1                 TO WRK-CONTRATADOS.                   00013950
            ADD FD-MEMP-PRINCIPAL TO WRK-VALOR-CONTRATADO.              00013960
      *--------------------------------------------------------------   00013970
       2300-99-FIM.                              EXIT.                  00013980
      *--------------------------------------------------------------   00013990
      ***************************************************************   00014000
      *       G R A V A R   R E J E I T O                           *   00014010
      ***************************************************************   00014020
      *--------------------------------------------------------------   00014030
       2600-GRAVAR-REJEITO                       SECTION.               00014040
      *--------------------------------------------------------------   00014050
            MOVE 'REJEITADO'  TO WRK-EP-STATUS.                         00014060
            MOVE WRK-MOTIVO   TO WRK-EP-MOTIVO.                         00014070
            PERFORM 2650-GRAVAR-LINHA.                                  00014080
            ADD 1 TO WRK-REJEITADOS.                                    00014090
      *--------------------------------------------------------------   00014100
       2600-99-FIM.                              EXIT.                  00014110
      *--------------------------------------------------------------   00014120
      ***************************************************************   00014130
      *       G R A V A R   L I N H A   D O   R E L A T O R I O     *   00014140
      ***************************************************************   00014150
      *--------------------------------------------------------------   00014160
       2650-GRAVAR-LINHA                         SECTION.               00014170
      *--------------------------------------------------------------   00014180
            MOVE FD-MEMP-AGENCIA TO WRK-EP-AGENCIA.                     00014190
            MOVE FD-MEMP-CONTA   TO WRK-EP-CONTA.                       00014200
            MOVE FD-MEMP-CHAVE (9:3) TO WRK-EP-CONTRATO.                00014210
            IF FD-MEMP-PRINCIPAL NUMERIC                                00014220
              MOVE FD-MEMP-PRINCIPAL TO WRK-EP-PRINCIPAL                00014230
            ELSE                                                        00014240
              MOVE ZEROS             TO WRK-EP-PRINCIPAL                00014250
            END-IF.                                                     00014260
            IF FD-MEMP-PRAZO NUMERIC                                    00014270
              MOVE FD-MEMP-PRAZO     TO WRK-EP-PRAZO                    00014280
            ELSE                                                        00014290
              MOVE ZEROS             TO WRK-EP-PRAZO                    00014300
            END-IF.                                                     00014310
            MOVE WRK-PARCELA     TO WRK-EP-PARCELA.                     00014320
            WRITE FD-RELEP FROM WRK-DETALHE-EP.                         00014330
      *--------------------------------------------------------------   00014340
       2650-99-FIM.                              EXIT.                  00014350
      *--------------------------------------------------------------   00014360
      ***************************************************************   00014370
      *       V A L I D A R   D A T A                               *   00014380
      ***************************************************************   00014390
      * DATA AAAAMMDD EXISTENTE NO CALENDARIO: A IDA E VOLTA PELO   *   00014400
      * NUMERO DO DIA DEVOLVE A MESMA DATA (31/04 OU 29/02 DE ANO   *   00014410
      * NAO BISSEXTO NAO VOLTAM IGUAIS).                            *   00014420
      *--------------------------------------------------------------   00014430
       2800-VALIDAR-DATA                         SECTION.               00014440
      *--------------------------------------------------------------   00014450
            MOVE 'S' TO WRK-SW-DATA.                                    00014460
            IF WRK-DATA-TESTE NOT NUMERIC OR                            00014470
               WRK-DTT-ANO LESS 1601      OR                            00014480
               WRK-DTT-MES LESS 01        OR                            00014490
               WRK-DTT-MES GREATER 12     OR                            00014500
               WRK-DTT-DIA LESS 01        OR                            00014510
               WRK-DTT-DIA GREATER 31                                   00014520
              MOVE 'N' TO WRK-SW-DATA                                   00014530
            ELSE                                                        00014540
              COMPUTE WRK-DIA-INT =                                     00014550
                      FUNCTION INTEGER-OF-DATE (WRK-DATA-TESTE)         00014560
              COMPUTE WRK-DATA-VOLTA =                                  00014570
                      FUNCTION DATE-OF-INTEGER (WRK-DIA-INT)            00014580
              IF WRK-DATA-VOLTA NOT EQUAL WRK-DATA-TESTE                00014590
                MOVE 'N' TO WRK-SW-DATA                                 00014600
              END-IF                                                    00014610
            END-IF.                                                     00014620
      *--------------------------------------------------------------   00014630
       2800-99-FIM.                              EXIT.                  00014640
      *--------------------------------------------------------------   00014650
      ***************************************************************   00014660
      *               F I N A L I Z A R                             *   00014670
      ***************************************************************   00014680
      *--------------------------------------------------------------   00014690
       3000-FINALIZAR                            SECTION.               00014700
      *--------------------------------------------------------------   00014710
            MOVE SPACES TO FD-RELEP.                                    00014720
            WRITE FD-RELEP.                                             00014730
            MOVE 'PROPOSTAS LIDAS.................:'                    00014740
                                    TO WRK-TOT-TEXTO                    00014750
            MOVE WRK-PROPOSTAS-LIDAS TO WRK-TOT-QTDE                    00014760
            WRITE FD-RELEP FROM WRK-TOTAL-EP.                           00014770
            MOVE 'CONTRATOS GRAVADOS..............:'                    00014780
                                    TO WRK-TOT-TEXTO                    00014790
            MOVE WRK-CONTRATADOS    TO WRK-TOT-QTDE                     00014800
            WRITE FD-RELEP FROM WRK-TOTAL-EP.                           00014810
            MOVE 'PROPOSTAS REJEITADAS............:'                    00014820
                                    TO WRK-TOT-TEXTO                    00014830
            MOVE WRK-REJEITADOS     TO WRK-TOT-QTDE                     00014840
            WRITE FD-RELEP FROM WRK-TOTAL-EP.                           00014850
            MOVE WRK-VALOR-CONTRATADO TO WRK-TOT-VALOR.                 00014860
            WRITE FD-RELEP FROM WRK-TOTAL-VALOR-EP.                     00014870
            CLOSE MOVEMP CLIEVSAM EMPVSAM RELEP.                        00014880
            DISPLAY ' '.                                                00014890
            DISPLAY 'PROPOSTAS LIDAS               : '                  00014900
                    WRK-PROPOSTAS-LIDAS.                                00014910
            DISPLAY 'CONTRATOS GRAVADOS            : ' WRK-CONTRATADOS. 00014920
            DISPLAY 'PROPOSTAS REJEITADAS          : ' WRK-REJEITADOS.  00014930
            IF WRK-REJEITADOS NOT EQUAL ZEROS                           00014940
              MOVE 4 TO RETURN-CODE                                     00014950
            END-IF.                                                     00014960
            DISPLAY '-----FIM DE PROCESSAMENTO----'.                    00014970
      *--------------------------------------------------------------   00014980
       3000-99-FIM.                              EXIT.                  00014990
      *--------------------------------------------------------------   00015000
      ***************************************************************   00015010
      *         T E S T A R   S T A T U S                           *   00015020
      ***************************************************************   00015030
      *--------------------------------------------------------------   00015040
       5100-TESTAR-STATUS                        SECTION.               00015050
      *--------------------------------------------------------------   00015060
            EVALUATE TRUE                                               00015070
             WHEN WRK-FS-MOVEMP NOT EQUAL 0                             00015080
               MOVE 'FR16EP01'             TO WRK-PROGRAMA              00015090
               MOVE '5100'                 TO WRK-SECAO                 00015100
               MOVE 'ERRO NO OPEN MOVEMP'  TO WRK-MENSAGEM              00015110
               MOVE WRK-FS-MOVEMP          TO WRK-STATUS                00015120
                 PERFORM 6000-TRATA-ERROS                               00015130
             WHEN WRK-FS-CLIEVSAM NOT EQUAL 0                           00015140
               MOVE 'FR16EP01'             TO WRK-PROGRAMA              00015150
               MOVE '5100'                 TO WRK-SECAO                 00015160
               MOVE 'ERRO NO OPEN CLIEVSAM' TO WRK-MENSAGEM             00015170
               MOVE WRK-FS-CLIEVSAM        TO WRK-STATUS                00015180
                 PERFORM 6000-TRATA-ERROS                               00015190
             WHEN WRK-FS-EMPVSAM NOT EQUAL 0                            00015200
               MOVE 'FR16EP01'             TO WRK-PROGRAMA              00015210
               MOVE '5100'                 TO WRK-SECAO                 00015220
               MOVE 'ERRO NO OPEN EMPVSAM' TO WRK-MENSAGEM              00015230
               MOVE WRK-FS-EMPVSAM         TO WRK-STATUS                00015240
                 PERFORM 6000-TRATA-ERROS                               00015250
             WHEN WRK-FS-RELEP NOT EQUAL 0                              00015260
               MOVE 'FR16EP01'             TO WRK-PROGRAMA              00015270
               MOVE '5100'                 TO WRK-SECAO                 00015280
               MOVE 'ERRO NO OPEN RELEP'   TO WRK-MENSAGEM              00015290
               MOVE WRK-FS-RELEP           TO WRK-STATUS                00015300
                 PERFORM 6000-TRATA-ERROS                               00015310
            END-EVALUATE.                                               00015320
      *--------------------------------------------------------------   00015330
       5100-99-FIM.                              EXIT.                  00015340
      *--------------------------------------------------------------   00015350
      ***************************************************************   00015360
      *         L E R   M O V E M P                                 *   00015370
      ***************************************************************   00015380
      *--------------------------------------------------------------   00015390
       5400-LER-MOVEMP                           SECTION.               00015400
      *--------------------------------------------------------------   00015410
            READ MOVEMP                                                 00015420
              AT END MOVE 10 TO WRK-FS-MOVEMP                           00015430
            END-READ.                                                   00015440
      *--------------------------------------------------------------   00015450
       5400-99-FIM.                              EXIT.                  00015460
      *--------------------------------------------------------------   00015470
      ***************************************************************   00015480
      *          T R A T A   E R R O S                              *   00015490
      ***************************************************************   00015500
      *--------------------------------------------------------------   00015510
       6000-TRATA-ERROS                          SECTION.               00015520
      *--------------------------------------------------------------   00015530
            CALL WRK-ERRORLOG USING WRK-DADOS.                          00015540
            MOVE 8 TO RETURN-CODE.                                      00015550
            GOBACK.                                                     00015560
      *--------------------------------------------------------------   00015570
       6000-99-FIM.                              EXIT.                  00015580
      *--------------------------------------------------------------   00015590
