      *=============================================================*   00010000
       IDENTIFICATION                            DIVISION.              00010010
      *=============================================================*   00010020
                                                                        00010030
       PROGRAM-ID. FR16ON07.                                            00010040
      *=============================================================*   00010050
      *             T R E I N A M E N T O                           *   00010060
      *=============================================================*   00010070
      * PROGRAMA......: FR16ON07.                                   *   00010080
      *-------------------------------------------------------------*   00010090
      * PROGRAMADOR...: LUCIANO GUIMARAES.                          *   00010100
      * DATA..........: 15/10/2026                                  *   00010110
      * EMPRESA.......: FOURSYS                                     *   00010120
      * INSTRUTOR.....: IVAN SANCHES                                *   00010130
      *-------------------------------------------------------------*   00010140
      * OBJETIVO......: TRANSACAO CICS DE MANUTENCAO DOS DEBITOS    *   00010150
      *                 AGENDADOS DO VSAM KSDS ORDVSAM (#ORDREG),   *   00010160
      *                 COM AS MESMAS REGRAS DO LOTE MANUTORD       *   00010170
      *                 (FR16SO01):                                 *   00010180
      *                 Q = CONSULTA DA ORDEM;                      *   00010190
      *                 I = INCLUSAO (CONTA TEM DE EXISTIR NO       *   00010200
      *                     CLIEVSAM; VALOR, FREQUENCIA, PROXIMO    *   00010210
      *                     VENCIMENTO E BENEFICIARIO OBRIGATORIOS);*   00010220
      *                 A = ALTERACAO DOS CAMPOS INFORMADOS (CAMPO  *   00010230
      *                     EM BRANCO NAO MUDA);                    *   00010240
      *                 S = SUSPENSAO DA ORDEM ATIVA;               *   00010250
      *                 R = REATIVACAO DA ORDEM SUSPENSA;           *   00010260
      *                 C = CANCELAMENTO.                           *   00010270
      *                 A ORDEM E PRESA PARA ATUALIZACAO NA LEITURA *   00010280
      *                 E SOLTA SEM GRAVAR QUANDO A REGRA RECUSA A  *   00010290
      *                 ACAO. O MOTIVO DA RECUSA VOLTA EM           *   00010300
      *                 LK-MENSAGEM.                                *   00010310
      *-------------------------------------------------------------*   00010320
      *   TRANSACAO..: CLAG                                         *   00010330
      *   COMMAREA...: DFHCOMMAREA (LK-COMMAREA)                    *   00010340
      *-------------------------------------------------------------*   00010350
      *   ARQUIVOS...:                                              *   00010360
      *    DDNAME              I/O                                  *   00010370
      *    ORDVSAM             I/O                                  *   00010380
      *    CLIEVSAM             I                                   *   00010390
      *=============================================================*   00010400
                                                                        00010410
      *=============================================================*   00010420
       ENVIRONMENT                                DIVISION.             00010430
      *=============================================================*   00010440
      *-------------------------------------------------------------*   00010450
       CONFIGURATION                              SECTION.              00010460
      *-------------------------------------------------------------*   00010470
       SPECIAL-NAMES.                                                   00010480
           DECIMAL-POINT IS COMMA.                                      00010490
                                                                        00010500
      *=============================================================*   00010510
       DATA                                       DIVISION.             00010520
      *=============================================================*   00010530
       WORKING-STORAGE                            SECTION.              00010540
      *-------------------------------------------------------------*   00010550
                                                                        00010560
      *-------------------------------------------------------------*   00010570
       01 FILLER PIC X(45) VALUE                                        00010580
              '-----------LAYOUT DO VSAM ORDVSAM------------'.          00010590
      *-------------------------------------------------------------*   00010600
                                                                        00010610
       COPY '#ORDREG'.                                                  00010620
                                                                        00010630
      *-------------------------------------------------------------*   00010640
       01 FILLER PIC X(45) VALUE                                        00010650
              '-----------LAYOUT DO VSAM CLIEVSAM-----------'.          00010660
      *-------------------------------------------------------------*   00010670
                                                                        00010680
       COPY '#CLIREG'.                                                  00010690
                                                                        00010700
      *-------------------------------------------------------------*   00010710
       01 FILLER PIC X(45) VALUE                                        00010720
              '-----------DADOS E FILE STATUS---------------'.          00010730
      *-------------------------------------------------------------*   00010740
       77 WRK-RESP          PIC S9(08) COMP.                            00010750
       77 WRK-ABSTIME       PIC S9(15) COMP-3 VALUE ZEROS.              00010760
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.                      00010770
       77 WRK-HORA-HOJE     PIC 9(06) VALUE ZEROS.                      00010780
      * CODIGO DE HISTORICO (#HISTREG) DO DEBITO AGENDADO.              00010790
       77 WRK-HIS-AGENDADO  PIC 9(03) VALUE 009.                        00010800
       77 WRK-PROX-VENC-NOVO PIC 9(08) VALUE ZEROS.                     00010810
       77 WRK-DATA-FIM-NOVA PIC 9(08) VALUE ZEROS.                      00010820
       77 WRK-DIA-INT       PIC S9(09) COMP VALUE ZEROS.                00010830
       77 WRK-DATA-VOLTA    PIC 9(08) VALUE ZEROS.                      00010840
       77 WRK-SW-PRESA      PIC X(01) VALUE 'N'.                        00010850
           88 WRK-ORDEM-PRESA          VALUE 'S'.                       00010860
           88 WRK-ORDEM-SOLTA          VALUE 'N'.                       00010870
       77 WRK-SW-DATA       PIC X(01) VALUE 'S'.                        00010880
           88 WRK-DATA-OK              VALUE 'S'.                       00010890
           88 WRK-DATA-ERRADA          VALUE 'N'.                       00010900
                                                                        00010910
      * DATA EM TESTE PELA 2800-VALIDAR-DATA.                           00010920
       01 WRK-DATA-TESTE             PIC 9(08) VALUE ZEROS.             00010930
       01 FILLER REDEFINES WRK-DATA-TESTE.                              00010940
          05 WRK-DTT-ANO             PIC 9(04).                         00010950
          05 WRK-DTT-MES             PIC 9(02).                         00010960
          05 WRK-DTT-DIA             PIC 9(02).                         00010970
                                                                        00010980
      *-------------------------------------------------------------*   00010990
       LINKAGE                                    SECTION.              00011000
      *-------------------------------------------------------------*   00011010
       01 DFHCOMMAREA.                                                  00011020
          05 LK-ACAO          PIC X(01).                                00011030
             88 LK-ACAO-CONSULTA       VALUE 'Q'.                       00011040
             88 LK-ACAO-INCLUSAO       VALUE 'I'.                       00011050
             88 LK-ACAO-ALTERACAO      VALUE 'A'.                       00011060
             88 LK-ACAO-SUSPENSAO      VALUE 'S'.                       00011070
             88 LK-ACAO-REATIVACAO     VALUE 'R'.                       00011080
             88 LK-ACAO-CANCELAMENTO   VALUE 'C'.                       00011090
          05 LK-CHAVE.                                                  00011100
             10 LK-AGENCIA    PIC X(04).                                00011110
             10 LK-CONTA      PIC X(04).                                00011120
             10 LK-NUMERO     PIC 9(03).                                00011130
      *   CAMPOS DA ORDEM: ENTRADA NA INCLUSAO E NA ALTERACAO (BRANCO   00011140
      *   = NAO ALTERA), SAIDA NA CONSULTA E DEPOIS DE CADA ACAO.       00011150
          05 LK-VALOR         PIC 9(08)V99.                             00011160
          05 LK-VALOR-X REDEFINES LK-VALOR                              00011170
                              PIC X(10).                                00011180
          05 LK-FREQUENCIA    PIC X(01).                                00011190
          05 LK-PROX-VENC     PIC 9(08).                                00011200
          05 LK-PROX-VENC-X REDEFINES LK-PROX-VENC                      00011210
                              PIC X(08).                                00011220
          05 LK-DATA-FIM      PIC 9(08).                                00011230
          05 LK-DATA-FIM-X REDEFINES LK-DATA-FIM                        00011240
                              PIC X(08).                                00011250
          05 LK-BENEF-NOME    PIC X(30).                                00011260
          05 LK-BENEF-DOC     PIC X(14).                                00011270
          05 LK-BENEF-BANCO   PIC 9(03).                                00011280
          05 LK-BENEF-BANCO-X REDEFINES LK-BENEF-BANCO                  00011290
                              PIC X(03).                                00011300
          05 LK-BENEF-AGENCIA PIC X(04).                                00011310
          05 LK-BENEF-CONTA   PIC X(10).                                00011320
          05 LK-OPERADOR      PIC X(08).                                00011330
      *   SAIDA: SITUACAO E RESULTADO DO ULTIMO VENCIMENTO GERADO.      00011340
          05 LK-SITUACAO      PIC X(01).                                00011350
          05 LK-ULT-VENC      PIC 9(08).                                00011360
          05 LK-ULT-RESULTADO PIC X(01).                                00011370
          05 LK-MOTIVO-FALHA  PIC X(20).                                00011380
          05 LK-RESULTADO     PIC X(01).                                00011390
             88 LK-ACAO-EFETIVADA      VALUE 'S'.                       00011400
             88 LK-ORDEM-NAO-ACHADA    VALUE 'N'.                       00011410
             88 LK-ORDEM-JA-EXISTE     VALUE 'J'.                       00011420
             88 LK-CONTA-NAO-ACHADA    VALUE 'K'.                       00011430
             88 LK-ACAO-INVALIDA       VALUE 'A'.                       00011440
             88 LK-CHAVE-INVALIDA      VALUE 'Z'.                       00011450
             88 LK-DADO-INVALIDO       VALUE 'V'.                       00011460
             88 LK-SITUACAO-INVALIDA   VALUE 'T'.                       00011470
             88 LK-ERRO-GRAVACAO       VALUE 'E'.                       00011480
          05 LK-MENSAGEM      PIC X(25).                                00011490
                                                                        00011500
      *=============================================================*   00011510
       PROCEDURE                                  DIVISION.             00011520
      *=============================================================*   00011530
      ***************************************************************   00011540
      *          R O T I N A   P R I N C I P A L                    *   00011550
      ***************************************************************   00011560
      *--------------------------------------------------------------   00011570
       0000-PRINCIPAL                             SECTION.              00011580
      *--------------------------------------------------------------   00011590
            MOVE 'N' TO WRK-SW-PRESA.                                   00011600
            PERFORM 1000-VALIDAR-ENTRADA.                               00011610
            IF LK-RESULTADO EQUAL SPACES                                00011620
              PERFORM 5000-OBTER-DATA-HORA                              00011630
              EVALUATE TRUE                                             00011640
               WHEN LK-ACAO-CONSULTA                                    00011650
                 PERFORM 2000-CONSULTAR                                 00011660
               WHEN LK-ACAO-INCLUSAO                                    00011670
                 PERFORM 2100-INCLUIR                                   00011680
               WHEN LK-ACAO-ALTERACAO                                   00011690
                 PERFORM 2200-ALTERAR                                   00011700
               WHEN OTHER                                               00011710
                 PERFORM 2300-MUDAR-SITUACAO                            00011720
              END-EVALUATE                                              00011730
            END-IF.                                                     00011740
            IF LK-RESULTADO EQUAL SPACES                                00011750
              SET LK-ACAO-EFETIVADA TO TRUE                             00011760
              PERFORM 2950-DEVOLVER-ORDEM                               00011770
            END-IF.                                                     00011780
            IF WRK-ORDEM-PRESA                                          00011790
              PERFORM 4900-SOLTAR-ORDEM                                 00011800
            END-IF.                                                     00011810
            EXEC CICS RETURN END-EXEC.                                  00011820
      *--------------------------------------------------------------   00011830
       0000-99-FIM.                               EXIT.                 00011840
      *--------------------------------------------------------------   00011850
      ***************************************************************   00011860
      *       V A L I D A R   E N T R A D A                         *   00011870
      ***************************************************************   00011880
      * A CHAVE TODA EM '9' E O REGISTRO DE CARGA INICIAL DO        *   00011890
      * CLUSTER (DEFONL) E NAO E ORDEM.                             *   00011900
      *--------------------------------------------------------------   00011910
       1000-VALIDAR-ENTRADA                       SECTION.              00011920
      *--------------------------------------------------------------   00011930
            MOVE SPACES TO LK-RESULTADO LK-MENSAGEM.                    00011940
            IF NOT LK-ACAO-CONSULTA   AND NOT LK-ACAO-INCLUSAO   AND    00011950
               NOT LK-ACAO-ALTERACAO  AND NOT LK-ACAO-SUSPENSAO  AND    00011960
               NOT LK-ACAO-REATIVACAO AND NOT LK-ACAO-CANCELAMENTO      00011970
              SET LK-ACAO-INVALIDA TO TRUE                              00011980
              MOVE 'TIPO INVALIDO' TO LK-MENSAGEM                       00011990
            END-IF.                                                     00012000
            IF LK-RESULTADO EQUAL SPACES                                00012010
              IF LK-AGENCIA EQUAL SPACES    OR                          00012020
                 LK-CONTA   EQUAL SPACES    OR                          00012030
                 LK-NUMERO  NOT NUMERIC     OR                          00012040
                 LK-NUMERO  EQUAL ZEROS     OR                          00012050
                 LK-CHAVE   EQUAL ALL '9'                               00012060
                SET LK-CHAVE-INVALIDA TO TRUE                           00012070
                MOVE 'CHAVE DA ORDEM INVALIDA' TO LK-MENSAGEM           00012080
              END-IF                                                    00012090
            END-IF.                                                     00012100
      *--------------------------------------------------------------   00012110
       1000-99-FIM.                               EXIT.                 00012120
      *--------------------------------------------------------------   00012130
      ***************************************************************   00012140
      *               C O N S U L T A R                             *   00012150
      ***************************************************************   00012160
      *--------------------------------------------------------------   00012170
       2000-CONSULTAR                             SECTION.              00012180
      *--------------------------------------------------------------   00012190
            MOVE LK-CHAVE TO REG-ORD-CHAVE.                             00012200
            EXEC CICS READ                                              00012210
                DATASET   ('ORDVSAM')                                   00012220
                INTO      (REG-ORD)                                     00012230
                RIDFLD    (REG-ORD-CHAVE)                               00012240
                RESP      (WRK-RESP)                                    00012250
            END-EXEC.                                                   00012260
            IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                       00012270
              SET LK-ORDEM-NAO-ACHADA TO TRUE                           00012280
              MOVE 'ORDEM NAO CADASTRADA' TO LK-MENSAGEM                00012290
            END-IF.                                                     00012300
      *--------------------------------------------------------------   00012310
       2000-99-FIM.                               EXIT.                 00012320
      *--------------------------------------------------------------   00012330
      ***************************************************************   00012340
      *               I N C L U I R                                 *   00012350
      ***************************************************************   00012360
      *--------------------------------------------------------------   00012370
       2100-INCLUIR                               SECTION.              00012380
      *--------------------------------------------------------------   00012390
            MOVE LK-AGENCIA TO REG-CLIENTES-AGENCIA.                    00012400
            MOVE LK-CONTA   TO REG-CLIENTES-CONTA.                      00012410
            EXEC CICS READ                                              00012420
                DATASET   ('CLIEVSAM')                                  00012430
                INTO      (REG-CLIENTES)                                00012440
                RIDFLD    (REG-CLIENTES-CHAVE)                          00012450
                RESP      (WRK-RESP)                                    00012460
            END-EXEC.                                                   00012470
            IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                       00012480
              SET LK-CONTA-NAO-ACHADA TO TRUE                           00012490
              MOVE 'CONTA NAO CADASTRADA' TO LK-MENSAGEM                00012500
            END-IF.                                                     00012510
            IF LK-RESULTADO EQUAL SPACES                                00012520
              IF LK-VALOR-X     EQUAL SPACES OR                         00012530
                 LK-FREQUENCIA  EQUAL SPACES OR                         00012540
                 LK-PROX-VENC-X EQUAL SPACES OR                         00012550
                 LK-BENEF-NOME  EQUAL SPACES                            00012560
                SET LK-DADO-INVALIDO TO TRUE                            00012570
                MOVE 'CAMPO OBRIGATORIO EM BRANCO' TO LK-MENSAGEM       00012580
              END-IF                                                    00012590
            END-IF.                                                     00012600
            IF LK-RESULTADO EQUAL SPACES                                00012610
              INITIALIZE REG-ORD                                        00012620
              MOVE LK-CHAVE         TO REG-ORD-CHAVE                    00012630
              MOVE 'A'              TO REG-ORD-SITUACAO                 00012640
              MOVE WRK-HIS-AGENDADO TO REG-ORD-HISTORICO                00012650
              MOVE WRK-DATA-HOJE    TO REG-ORD-DATA-INCL                00012660
              PERFORM 2700-VALIDAR-CAMPOS                               00012670
            END-IF.                                                     00012680
            IF LK-RESULTADO EQUAL SPACES                                00012690
              PERFORM 2750-APLICAR-CAMPOS                               00012700
              EXEC CICS WRITE                                           00012710
                  DATASET ('ORDVSAM')                                   00012720
                  FROM    (REG-ORD)                                     00012730
                  RIDFLD  (REG-ORD-CHAVE)                               00012740
                  RESP    (WRK-RESP)                                    00012750
              END-EXEC                                                  00012760
              EVALUATE TRUE                                             00012770
               WHEN WRK-RESP EQUAL DFHRESP(NORMAL)                      00012780
                 CONTINUE                                               00012790
               WHEN WRK-RESP EQUAL DFHRESP(DUPREC)                      00012800
                 SET LK-ORDEM-JA-EXISTE TO TRUE                         00012810
                 MOVE 'ORDEM JA CADASTRADA' TO LK-MENSAGEM              00012820
               WHEN OTHER                                               00012830
                 SET LK-ERRO-GRAVACAO TO TRUE                           00012840
                 MOVE 'ERRO NA GRAVACAO DA ORDEM' TO LK-MENSAGEM        00012850
              END-EVALUATE                                              00012860
            END-IF.                                                     00012870
      *--------------------------------------------------------------   00012880
       2100-99-FIM.                               EXIT.                 00012890
      *--------------------------------------------------------------   00012900
      ***************************************************************   00012910
      *               A L T E R A R                                 *   00012920
      ***************************************************************   00012930
      *--------------------------------------------------------------   00012940
       2200-ALTERAR                               SECTION.              00012950
      *--------------------------------------------------------------   00012960
            PERFORM 2250-LER-ORDEM-UPDATE.                              00012970
            IF LK-RESULTADO EQUAL SPACES                                00012980
              EVALUATE TRUE                                             00012990
               WHEN REG-ORD-CANCELADA                                   00013000
                 SET LK-SITUACAO-INVALIDA TO TRUE                       00013010
                 MOVE 'ORDEM CANCELADA' TO LK-MENSAGEM                  00013020
               WHEN REG-ORD-ENCERRADA                                   00013030
                 SET LK-SITUACAO-INVALIDA TO TRUE                       00013040
                 MOVE 'ORDEM ENCERRADA' TO LK-MENSAGEM                  00013050
               WHEN LK-VALOR-X       EQUAL SPACES AND                   00013060
                    LK-FREQUENCIA    EQUAL SPACES AND                   00013070
                    LK-PROX-VENC-X   EQUAL SPACES AND                   00013080
                    LK-DATA-FIM-X    EQUAL SPACES AND                   00013090
                    LK-BENEF-NOME    EQUAL SPACES AND                   00013100
                    LK-BENEF-DOC     EQUAL SPACES AND                   00013110
                    LK-BENEF-BANCO-X EQUAL SPACES AND                   00013120
                    LK-BENEF-AGENCIA EQUAL SPACES AND                   00013130
                    LK-BENEF-CONTA   EQUAL SPACES                       00013140
                 SET LK-DADO-INVALIDO TO TRUE                           00013150
                 MOVE 'NADA A ALTERAR' TO LK-MENSAGEM                   00013160
               WHEN OTHER                                               00013170
                 PERFORM 2700-VALIDAR-CAMPOS                            00013180
              END-EVALUATE                                              00013190
            END-IF.                                                     00013200
            IF LK-RESULTADO EQUAL SPACES                                00013210
              PERFORM 2750-APLICAR-CAMPOS                               00013220
              PERFORM 2900-REGRAVAR-ORDEM                               00013230
            END-IF.                                                     00013240
      *--------------------------------------------------------------   00013250
       2200-99-FIM.                               EXIT.                 00013260
      *--------------------------------------------------------------   00013270
      *--------------------------------------------------------------   00013280
       2250-LER-ORDEM-UPDATE                      SECTION.              00013290
      *--------------------------------------------------------------   00013300
            MOVE LK-CHAVE TO REG-ORD-CHAVE.                             00013310
            EXEC CICS READ                                              00013320
                DATASET   ('ORDVSAM')                                   00013330
                INTO      (REG-ORD)                                     00013340
                RIDFLD    (REG-ORD-CHAVE)                               00013350
                UPDATE                                                  00013360
                RESP      (WRK-RESP)                                    00013370
            END-EXEC.                                                   00013380
            IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                       00013390
              SET LK-ORDEM-NAO-ACHADA TO TRUE                           00013400
              MOVE 'ORDEM NAO CADASTRADA' TO LK-MENSAGEM                00013410
            ELSE                                                        00013420
              MOVE 'S' TO WRK-SW-PRESA                                  00013430
            END-IF.                                                     00013440
      *--------------------------------------------------------------   00013450
       2250-99-FIM.                               EXIT.                 00013460
      *--------------------------------------------------------------   00013470
      ***************************************************************   00013480
      *   S U S P E N D E R  /  R E A T I V A R  /  C A N C E L A R *   00013490
      ***************************************************************   00013500
      *--------------------------------------------------------------   00013510
       2300-MUDAR-SITUACAO                        SECTION.              00013520
      *--------------------------------------------------------------   00013530
            PERFORM 2250-LER-ORDEM-UPDATE.                              00013540
            IF LK-RESULTADO EQUAL SPACES                                00013550
              EVALUATE TRUE                                             00013560
               WHEN LK-ACAO-SUSPENSAO AND NOT REG-ORD-ATIVA             00013570
                 SET LK-SITUACAO-INVALIDA TO TRUE                       00013580
                 MOVE 'ORDEM NAO ESTA ATIVA' TO LK-MENSAGEM             00013590
               WHEN LK-ACAO-REATIVACAO AND NOT REG-ORD-SUSPENSA         00013600
                 SET LK-SITUACAO-INVALIDA TO TRUE                       00013610
                 MOVE 'ORDEM NAO ESTA SUSPENSA' TO LK-MENSAGEM          00013620
               WHEN LK-ACAO-CANCELAMENTO AND REG-ORD-CANCELADA          00013630
                 SET LK-SITUACAO-INVALIDA TO TRUE                       00013640
                 MOVE 'ORDEM JA CANCELADA' TO LK-MENSAGEM               00013650
               WHEN LK-ACAO-CANCELAMENTO AND REG-ORD-ENCERRADA          00013660
                 SET LK-SITUACAO-INVALIDA TO TRUE                       00013670
                 MOVE 'ORDEM ENCERRADA' TO LK-MENSAGEM                  00013680
               WHEN LK-ACAO-SUSPENSAO                                   00013690
                 MOVE 'S' TO REG-ORD-SITUACAO                           00013700
               WHEN LK-ACAO-REATIVACAO                                  00013710
                 MOVE 'A' TO REG-ORD-SITUACAO                           00013720
               WHEN OTHER                                               00013730
                 MOVE 'C' TO REG-ORD-SITUACAO                           00013740
              END-EVALUATE                                              00013750
            END-IF.                                                     00013760
            IF LK-RESULTADO EQUAL SPACES                                00013770
              PERFORM 2900-REGRAVAR-ORDEM                               00013780
            END-IF.                                                     00013790
      *--------------------------------------------------------------   00013800
       2300-99-FIM.                               EXIT.                 00013810
      *--------------------------------------------------------------   00013820
      ***************************************************************   00013830
      *       V A L I D A R   C A M P O S   I N F O R M A D O S     *   00013840
      ***************************************************************   00013850
      * MESMA CRITICA DO FR16SO01: SO OS CAMPOS PREENCHIDOS; A DATA *   00013860
      * FINAL E CONFERIDA CONTRA O PROXIMO VENCIMENTO QUE A ORDEM   *   00013870
      * VAI TER DEPOIS DA ACAO.                                     *   00013880
      *--------------------------------------------------------------   00013890
       2700-VALIDAR-CAMPOS                        SECTION.              00013900
      *--------------------------------------------------------------   00013910
            MOVE REG-ORD-PROX-VENC TO WRK-PROX-VENC-NOVO.               00013920
            MOVE REG-ORD-DATA-FIM  TO WRK-DATA-FIM-NOVA.                00013930
            IF LK-VALOR-X NOT EQUAL SPACES                              00013940
              IF LK-VALOR NOT NUMERIC OR                                00013950
                 LK-VALOR EQUAL ZEROS                                   00013960
                SET LK-DADO-INVALIDO TO TRUE                            00013970
                MOVE 'VALOR INVALIDO' TO LK-MENSAGEM                    00013980
              END-IF                                                    00013990
            END-IF.                                                     00014000
            IF LK-RESULTADO EQUAL SPACES AND                            00014010
               LK-FREQUENCIA NOT EQUAL SPACES                           00014020
              IF LK-FREQUENCIA NOT EQUAL 'S' AND                        00014030
                 LK-FREQUENCIA NOT EQUAL 'Q' AND                        00014040
                 LK-FREQUENCIA NOT EQUAL 'M' AND                        00014050
                 LK-FREQUENCIA NOT EQUAL 'A'                            00014060
                SET LK-DADO-INVALIDO TO TRUE                            00014070
                MOVE 'FREQUENCIA INVALIDA' TO LK-MENSAGEM               00014080
              END-IF                                                    00014090
            END-IF.                                                     00014100
            IF LK-RESULTADO EQUAL SPACES AND                            00014110
               LK-PROX-VENC-X NOT EQUAL SPACES                          00014120
              MOVE LK-PROX-VENC-X TO WRK-DATA-TESTE                     00014130
              PERFORM 2800-VALIDAR-DATA                                 00014140
              EVALUATE TRUE                                             00014150
               WHEN WRK-DATA-ERRADA                                     00014160
                 SET LK-DADO-INVALIDO TO TRUE                           00014170
                 MOVE 'VENCIMENTO INVALIDO' TO LK-MENSAGEM              00014180
               WHEN WRK-DATA-TESTE LESS WRK-DATA-HOJE                   00014190
                 SET LK-DADO-INVALIDO TO TRUE                           00014200
                 MOVE 'VENCIMENTO NO PASSADO' TO LK-MENSAGEM            00014210
               WHEN OTHER                                               00014220
                 MOVE WRK-DATA-TESTE TO WRK-PROX-VENC-NOVO              00014230
              END-EVALUATE                                              00014240
            END-IF.                                                     00014250
            IF LK-RESULTADO EQUAL SPACES AND                            00014260
               LK-DATA-FIM-X NOT EQUAL SPACES                           00014270
              IF LK-DATA-FIM-X EQUAL ZEROS                              00014280
                MOVE ZEROS TO WRK-DATA-FIM-NOVA                         00014290
              ELSE                                                      00014300
                MOVE LK-DATA-FIM-X TO WRK-DATA-TESTE                    00014310
                PERFORM 2800-VALIDAR-DATA                               00014320
                IF WRK-DATA-ERRADA                                      00014330
                  SET LK-DADO-INVALIDO TO TRUE                          00014340
                  MOVE 'DATA FINAL INVALIDA' TO LK-MENSAGEM             00014350
                ELSE                                                    00014360
                  MOVE WRK-DATA-TESTE TO WRK-DATA-FIM-NOVA              00014370
                END-IF                                                  00014380
              END-IF                                                    00014390
            END-IF.                                                     00014400
            IF LK-RESULTADO EQUAL SPACES AND                            00014410
               WRK-DATA-FIM-NOVA NOT EQUAL ZEROS AND                    00014420
               WRK-DATA-FIM-NOVA LESS WRK-PROX-VENC-NOVO                00014430
              SET LK-DADO-INVALIDO TO TRUE                              00014440
              MOVE 'DATA FINAL ANTES DO VENCTO' TO LK-MENSAGEM          00014450
            END-IF.                                                     00014460
            IF LK-RESULTADO EQUAL SPACES AND                            00014470
               LK-BENEF-BANCO-X NOT EQUAL SPACES AND                    00014480
               LK-BENEF-BANCO NOT NUMERIC                               00014490
              SET LK-DADO-INVALIDO TO TRUE                              00014500
              MOVE 'BANCO DO BENEF INVALIDO' TO LK-MENSAGEM             00014510
            END-IF.                                                     00014520
      *--------------------------------------------------------------   00014530
       2700-99-FIM.                               EXIT.                 00014540
      *--------------------------------------------------------------   00014550
      ***************************************************************   00014560
      *       A P L I C A R   C A M P O S   I N F O R M A D O S     *   00014570
      ***************************************************************   00014580
      *--------------------------------------------------------------   00014590
       2750-APLICAR-CAMPOS                        SECTION.              00014600
      *--------------------------------------------------------------   00014610
            IF LK-VALOR-X NOT EQUAL SPACES                              00014620
              MOVE LK-VALOR TO REG-ORD-VALOR                            00014630
            END-IF.                                                     00014640
            IF LK-FREQUENCIA NOT EQUAL SPACES                           00014650
              MOVE LK-FREQUENCIA TO REG-ORD-FREQUENCIA                  00014660
            END-IF.                                                     00014670
            IF LK-PROX-VENC-X NOT EQUAL SPACES                          00014680
              MOVE WRK-PROX-VENC-NOVO TO REG-ORD-PROX-VENC              00014690
              MOVE WRK-PROX-VENC-NOVO (7:2) TO REG-ORD-DIA-BASE         00014700
            END-IF.                                                     00014710
            MOVE WRK-DATA-FIM-NOVA TO REG-ORD-DATA-FIM.                 00014720
            IF LK-BENEF-NOME NOT EQUAL SPACES                           00014730
              MOVE LK-BENEF-NOME TO REG-ORD-BENEF-NOME                  00014740
            END-IF.                                                     00014750
            IF LK-BENEF-DOC NOT EQUAL SPACES                            00014760
              MOVE LK-BENEF-DOC TO REG-ORD-BENEF-DOC                    00014770
            END-IF.                                                     00014780
            IF LK-BENEF-BANCO-X NOT EQUAL SPACES                        00014790
              MOVE LK-BENEF-BANCO TO REG-ORD-BENEF-BANCO                00014800
            END-IF.                                                     00014810
            IF LK-BENEF-AGENCIA NOT EQUAL SPACES                        00014820
              MOVE LK-BENEF-AGENCIA TO REG-ORD-BENEF-AGENCIA            00014830
            END-IF.                                                     00014840
            IF LK-BENEF-CONTA NOT EQUAL SPACES                          00014850
              MOVE LK-BENEF-CONTA TO REG-ORD-BENEF-CONTA                00014860
            END-IF.                                                     00014870
            MOVE WRK-DATA-HOJE TO REG-ORD-DATA-ALT.                     00014880
            MOVE LK-OPERADOR   TO REG-ORD-OPERADOR.                     00014890
      *--------------------------------------------------------------   00014900
       2750-99-FIM.                               EXIT.                 00014910
      *--------------------------------------------------------------   00014920
      ***************************************************************   00014930
      *       V A L I D A R   D A T A                               *   00014940
      ***************************************************************   00014950
      * DATA AAAAMMDD EXISTENTE NO CALENDARIO: A IDA E VOLTA PELO   *   00014960
      * NUMERO DO DIA DEVOLVE A MESMA DATA.                         *   00014970
      *--------------------------------------------------------------   00014980
       2800-VALIDAR-DATA                          SECTION.              00014990
      *--------------------------------------------------------------   00015000
            MOVE 'S' TO WRK-SW-DATA.                                    00015010
            IF WRK-DATA-TESTE NOT NUMERIC OR                            00015020
               WRK-DTT-ANO LESS 1601      OR                            00015030
               WRK-DTT-MES LESS 01        OR                            00015040
               WRK-DTT-MES GREATER 12     OR                            00015050
               WRK-DTT-DIA LESS 01        OR                            00015060
               WRK-DTT-DIA GREATER 31                                   00015070
              MOVE 'N' TO WRK-SW-DATA                                   00015080
            ELSE                                                        00015090
              COMPUTE WRK-DIA-INT =                                     00015100
                      FUNCTION INTEGER-OF-DATE (WRK-DATA-TESTE)         00015110
              COMPUTE WRK-DATA-VOLTA =                                  00015120
                      FUNCTION DATE-OF-INTEGER (WRK-DIA-INT)            00015130
              IF WRK-DATA-VOLTA NOT EQUAL WRK-DATA-TESTE                00015140
                MOVE 'N' TO WRK-SW-DATA                                 00015150
              END-IF                                                    00015160
            END-IF.                                                     00015170
      *--------------------------------------------------------------   00015180
       2800-99-FIM.                               EXIT.                 00015190
      *--------------------------------------------------------------   00015200
      ***************************************************************   00015210
      *       R E G R A V A R   O R D E M                           *   00015220
      ***************************************************************   00015230
      *--------------------------------------------------------------   00015240
       2900-REGRAVAR-ORDEM                        SECTION.              00015250
      *--------------------------------------------------------------   00015260
            MOVE WRK-DATA-HOJE TO REG-ORD-DATA-ALT.                     00015270
            MOVE LK-OPERADOR   TO REG-ORD-OPERADOR.                     00015280
            EXEC CICS REWRITE                                           00015290
                DATASET ('ORDVSAM')                                     00015300
                FROM    (REG-ORD)                                       00015310
                RESP    (WRK-RESP)                                      00015320
            END-EXEC.                                                   00015330
            MOVE 'N' TO WRK-SW-PRESA.                                   00015340
            IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                       00015350
              SET LK-ERRO-GRAVACAO TO TRUE                              00015360
              MOVE 'ERRO NA GRAVACAO DA ORDEM' TO LK-MENSAGEM           00015370
            END-IF.                                                     00015380
      *--------------------------------------------------------------   00015390
       2900-99-FIM.                               EXIT.                 00015400
      *--------------------------------------------------------------   00015410
      ***************************************************************   00015420
      *       D E V O L V E R   A   O R D E M   N A   C O M M A R E A   00015430
      ***************************************************************   00015440
      *--------------------------------------------------------------   00015450
       2950-DEVOLVER-ORDEM                        SECTION.              00015460
      *--------------------------------------------------------------   00015470
            MOVE REG-ORD-VALOR         TO LK-VALOR.                     00015480
            MOVE REG-ORD-FREQUENCIA    TO LK-FREQUENCIA.                00015490
            MOVE REG-ORD-PROX-VENC     TO LK-PROX-VENC.                 00015500
            MOVE REG-ORD-DATA-FIM      TO LK-DATA-FIM.                  00015510
            MOVE REG-ORD-BENEF-NOME    TO LK-BENEF-NOME.                00015520
            MOVE REG-ORD-BENEF-DOC     TO LK-BENEF-DOC.                 00015530
            MOVE REG-ORD-BENEF-BANCO   TO LK-BENEF-BANCO.               00015540
            MOVE REG-ORD-BENEF-AGENCIA TO LK-BENEF-AGENCIA.             00015550
            MOVE REG-ORD-BENEF-CONTA   TO LK-BENEF-CONTA.               00015560
            MOVE REG-ORD-SITUACAO      TO LK-SITUACAO.                  00015570
            MOVE REG-ORD-ULT-VENC      TO LK-ULT-VENC.                  00015580
            MOVE REG-ORD-ULT-RESULTADO TO LK-ULT-RESULTADO.             00015590
            MOVE REG-ORD-MOTIVO-FALHA  TO LK-MOTIVO-FALHA.              00015600
      *--------------------------------------------------------------   00015610
       2950-99-FIM.                               EXIT.                 00015620
      *--------------------------------------------------------------   00015630
      ***************************************************************   00015640
      *       S O L T A R   A   O R D E M                           *   00015650
      ***************************************************************   00015660
      *--------------------------------------------------------------   00015670
       4900-SOLTAR-ORDEM                          SECTION.              00015680
      *--------------------------------------------------------------   00015690
            EXEC CICS UNLOCK                                            00015700
                DATASET ('ORDVSAM')                                     00015710
                RESP    (WRK-RESP)                                      00015720
            END-EXEC.                                                   00015730
            MOVE 'N' TO WRK-SW-PRESA.                                   00015740
      *--------------------------------------------------------------   00015750
       4900-99-FIM.                               EXIT.                 00015760
      *--------------------------------------------------------------   00015770
      ***************************************************************   00015780
      *       O B T E R   D A T A   E   H O R A                     *   00015790
      ***************************************************************   00015800
      *--------------------------------------------------------------   00015810
       5000-OBTER-DATA-HORA                       SECTION.              00015820
      *--------------------------------------------------------------   00015830
            EXEC CICS ASKTIME                                           00015840
                ABSTIME (WRK-ABSTIME)                                   00015850
            END-EXEC.                                                   00015860
            EXEC CICS FORMATTIME                                        00015870
                ABSTIME  (WRK-ABSTIME)                                  00015880
                YYYYMMDD (WRK-DATA-HOJE)                                00015890
                TIME     (WRK-HORA-HOJE)                                00015900
            END-EXEC.                                                   00015910
      *--------------------------------------------------------------   00015920
       5000-99-FIM.                               EXIT.                 00015930
      *--------------------------------------------------------------   00015940
