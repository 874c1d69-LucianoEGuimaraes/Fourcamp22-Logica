      *=============================================================*   00010000
       IDENTIFICATION                            DIVISION.              00010010
      *=============================================================*   00010020
                                                                        00010030
       PROGRAM-ID. FR16DU01.                                            00010040
      *=============================================================*   00010050
      *             T R E I N A M E N T O                           *   00010060
      *=============================================================*   00010070
      * PROGRAMA......: FR16DU01.                                   *   00010080
      *-------------------------------------------------------------*   00010090
      * PROGRAMADOR...: LUCIANO GUIMARAES.                          *   00010100
      * DATA..........: 15/10/2026                                  *   00010110
      * EMPRESA.......: FOURSYS                                     *   00010120
      * INSTRUTOR.....: IVAN SANCHES                                *   00010130
      *-------------------------------------------------------------*   00010140
      * OBJETIVO......: ROTINA COMUM DE CALENDARIO DE DIAS UTEIS,   *   00010150
      *                 CHAMADA POR CALL WRK-CALENDARIO USING       *   00010160
      *                 WRK-DADOS-CAL (COPY '#GCAL'). RESPONDE SE   *   00010170
      *                 UMA DATA E DIA UTIL, O PROXIMO E O ANTERIOR *   00010180
      *                 DIA UTIL, O ULTIMO DIA UTIL DO MES E A      *   00010190
      *                 QUANTIDADE DE DIAS UTEIS ENTRE DUAS DATAS.  *   00010200
      *                 SABADO E DOMINGO NUNCA SAO UTEIS; OS        *   00010210
      *                 FERIADOS VEM DO ARQUIVO FERIADOS (#FERREG): *   00010220
      *                 O NACIONAL (AGENCIA EM BRANCO) VALE PARA    *   00010230
      *                 TODAS AS AGENCIAS, O ESTADUAL E O MUNICIPAL *   00010240
      *                 SO PARA A AGENCIA DO REGISTRO. O ARQUIVO E  *   00010250
      *                 LIDO UMA VEZ, NA PRIMEIRA CHAMADA, PARA UMA *   00010260
      *                 TABELA EM MEMORIA; REGISTRO INVALIDO OU     *   00010270
      *                 FORA DE ORDEM GRAVA O ERRORLOG E TODAS AS   *   00010280
      *                 CHAMADAS DEVOLVEM RETORNO 16 - O CHAMADOR   *   00010290
      *                 ABORTA PELA SUA 6000-TRATA-ERROS. DATA      *   00010300
      *                 DEPOIS DO ULTIMO ANO CADASTRADO DEVOLVE     *   00010310
      *                 RETORNO 12: O CALENDARIO DO ANO SEGUINTE    *   00010320
      *                 TEM DE SER CARREGADO ANTES DA VIRADA.       *   00010330
      *                 CHAMADORES: FR16MV01, FR16EX04, FR16SO02,   *   00010340
      *                 FR16EX06, FR16FP01 E FR16CB01.              *   00010350
      *-------------------------------------------------------------*   00010360
      *   ARQUIVOS...:                                              *   00010370
      *    DDNAME              I/O                                  *   00010380
      *    FERIADOS             I  (NA PRIMEIRA CHAMADA)            *   00010390
      *=============================================================*   00010400
                                                                        00010410
      *=============================================================*   00010420
       ENVIRONMENT                               DIVISION.              00010430
      *=============================================================*   00010440
      *-------------------------------------------------------------*   00010450
       CONFIGURATION                             SECTION.               00010460
      *-------------------------------------------------------------*   00010470
       SPECIAL-NAMES.                                                   00010480
           DECIMAL-POINT IS COMMA.                                      00010490
                                                                        00010500
       INPUT-OUTPUT                              SECTION.               00010510
       FILE-CONTROL.                                                    00010520
            SELECT FERIADOS  ASSIGN TO FERIADOS                         00010530
                FILE STATUS  IS WRK-FS-FERIADOS.                        00010540
                                                                        00010550
      *=============================================================*   00010560
       DATA                                      DIVISION.              00010570
      *=============================================================*   00010580
       FILE                                      SECTION.               00010590
      *-------------------------------------------------------------*   00010600
                                                                        00010610
       FD FERIADOS                                                      00010620
           RECORDING MODE IS F                                          00010630
           BLOCK CONTAINS 0 RECORDS.                                    00010640
                                                                        00010650
       COPY '#FERREG'.                                                  00010660
                                                                        00010670
      *-------------------------------------------------------------*   00010680
       WORKING-STORAGE                           SECTION.               00010690
      *-------------------------------------------------------------*   00010700
       01 FILLER PIC X(45) VALUE                                        00010710
              '-----------DADOS E FILE STATUS---------------'.          00010720
      *-------------------------------------------------------------*   00010730
       77 WRK-FS-FERIADOS   PIC 9(02).                                  00010740
       77 WRK-ERRORLOG      PIC X(08) VALUE 'ERRORLOG'.                 00010750
       77 WRK-FER-QTDE      PIC 9(04) COMP VALUE ZEROS.                 00010760
       77 WRK-FER-MAX       PIC 9(04) COMP VALUE 3000.                  00010770
       77 WRK-ULTIMO-ANO    PIC 9(04) VALUE ZEROS.                      00010780
       77 WRK-CHAVE-ANT     PIC X(12) VALUE LOW-VALUES.                 00010790
       77 WRK-DIA-INT       PIC S9(09) COMP VALUE ZEROS.                00010800
       77 WRK-QUOCIENTE     PIC S9(09) COMP VALUE ZEROS.                00010810
       77 WRK-DIA-SEMANA    PIC S9(04) COMP VALUE ZEROS.                00010820
       77 WRK-INI           PIC S9(04) COMP VALUE ZEROS.                00010830
       77 WRK-FIM           PIC S9(04) COMP VALUE ZEROS.                00010840
       77 WRK-MEIO          PIC S9(04) COMP VALUE ZEROS.                00010850
       77 WRK-IND           PIC S9(04) COMP VALUE ZEROS.                00010860
       77 WRK-DATA-VOLTA    PIC 9(08) VALUE ZEROS.                      00010870
       77 WRK-SW-CARGA      PIC X(01) VALUE 'N'.                        00010880
           88 WRK-CALENDARIO-CARREGADO VALUE 'S'.                       00010890
       77 WRK-SW-ERRO-CARGA PIC X(01) VALUE 'N'.                        00010900
           88 WRK-CALENDARIO-COM-ERRO  VALUE 'S'.                       00010910
       77 WRK-SW-FIM-FER    PIC X(01) VALUE 'N'.                        00010920
           88 WRK-FIM-FERIADOS         VALUE 'S'.                       00010930
       77 WRK-SW-DATA       PIC X(01) VALUE 'S'.                        00010940
           88 WRK-DATA-VALIDA          VALUE 'S'.                       00010950
       77 WRK-SW-UTIL       PIC X(01) VALUE 'S'.                        00010960
           88 WRK-DIA-E-UTIL           VALUE 'S'.                       00010970
           88 WRK-DIA-NAO-UTIL         VALUE 'N'.                       00010980
       77 WRK-SW-BUSCA      PIC X(01) VALUE 'N'.                        00010990
           88 WRK-FIM-BUSCA            VALUE 'S'.                       00011000
                                                                        00011010
      * DATA EM TESTE PELA 2800-VALIDAR-DATA.                           00011020
       01 WRK-DATA-TESTE             PIC 9(08) VALUE ZEROS.             00011030
       01 FILLER REDEFINES WRK-DATA-TESTE.                              00011040
          05 WRK-DTT-ANO             PIC 9(04).                         00011050
          05 WRK-DTT-MES             PIC 9(02).                         00011060
          05 WRK-DTT-DIA             PIC 9(02).                         00011070
                                                                        00011080
      * DIA CORRENTE DA CONTAGEM E DA PROCURA DE DIA UTIL.              00011090
       01 WRK-DATA-CORRENTE          PIC 9(08) VALUE ZEROS.             00011100
       01 FILLER REDEFINES WRK-DATA-CORRENTE.                           00011110
          05 WRK-DCO-ANO             PIC 9(04).                         00011120
          05 WRK-DCO-MES             PIC 9(02).                         00011130
          05 WRK-DCO-DIA             PIC 9(02).                         00011140
                                                                        00011150
      * FERIADOS CARREGADOS, NA ORDEM DO ARQUIVO (DATA + AGENCIA).      00011160
       01 WRK-TABELA-FERIADOS.                                          00011170
          05 WRK-TAB-FER OCCURS 3000 TIMES INDEXED BY FER-IDX.          00011180
             10 WRK-TFE-DATA       PIC 9(08).                           00011190
             10 WRK-TFE-AGENCIA    PIC X(04).                           00011200
                                                                        00011210
       COPY '#GLOG'.                                                    00011220
                                                                        00011230
      *-------------------------------------------------------------*   00011240
       LINKAGE                                   SECTION.               00011250
      *-------------------------------------------------------------*   00011260
       COPY '#GCAL'.                                                    00011270
                                                                        00011280
      *=============================================================*   00011290
       PROCEDURE                                 DIVISION               00011300
           USING WRK-DADOS-CAL.                                         00011310
      *=============================================================*   00011320
      ***************************************************************   00011330
      *          R O T I N A   P R I N C I P A L                    *   00011340
      ***************************************************************   00011350
      *--------------------------------------------------------------   00011360
       0000-PRINCIPAL                            SECTION.               00011370
      *--------------------------------------------------------------   00011380
            MOVE 00     TO WRK-CAL-RETORNO.                             00011390
            MOVE ZEROS  TO WRK-CAL-RESULTADO WRK-CAL-DIAS.              00011400
            MOVE SPACES TO WRK-CAL-UTIL.                                00011410
            IF NOT WRK-CALENDARIO-CARREGADO                             00011420
              PERFORM 1000-CARREGAR-CALENDARIO                          00011430
            END-IF.                                                     00011440
            IF WRK-CALENDARIO-COM-ERRO                                  00011450
              MOVE 16 TO WRK-CAL-RETORNO                                00011460
            ELSE                                                        00011470
              PERFORM 2000-VALIDAR-PEDIDO                               00011480
            END-IF.                                                     00011490
            IF WRK-CAL-OK                                               00011500
              EVALUATE TRUE                                             00011510
               WHEN WRK-CAL-DIA-UTIL                                    00011520
                 PERFORM 2100-DIA-UTIL                                  00011530
               WHEN WRK-CAL-PROXIMO                                     00011540
                 PERFORM 2200-PROXIMO-UTIL                              00011550
               WHEN WRK-CAL-ANTERIOR                                    00011560
                 PERFORM 2300-ANTERIOR-UTIL                             00011570
               WHEN WRK-CAL-FIM-MES                                     00011580
                 PERFORM 2400-ULTIMO-UTIL-MES                           00011590
               WHEN WRK-CAL-CONTAR                                      00011600
                 PERFORM 2500-CONTAR-UTEIS                              00011610
              END-EVALUATE                                              00011620
            END-IF.                                                     00011630
            GOBACK.                                                     00011640
      *--------------------------------------------------------------   00011650
       0000-99-FIM.                              EXIT.                  00011660
      *--------------------------------------------------------------   00011670
      ***************************************************************   00011680
      *        C A R R E G A R   C A L E N D A R I O                *   00011690
      ***************************************************************   00011700
      * UMA VEZ POR EXECUCAO DO CHAMADOR. ERRO DE CARGA NAO E       *   00011710
      * REPETIDO: FICA MARCADO E AS CHAMADAS SEGUINTES DEVOLVEM 16. *   00011720
      *--------------------------------------------------------------   00011730
       1000-CARREGAR-CALENDARIO                  SECTION.               00011740
      *--------------------------------------------------------------   00011750
            MOVE 'S' TO WRK-SW-CARGA.                                   00011760
            OPEN INPUT FERIADOS.                                        00011770
            IF WRK-FS-FERIADOS NOT EQUAL 0                              00011780
              MOVE '1000'                      TO WRK-SECAO             00011790
              MOVE 'ERRO NA ABERTURA DO FERIADOS' TO WRK-MENSAGEM       00011800
              PERFORM 1900-ERRO-CARGA                                   00011810
            ELSE                                                        00011820
              PERFORM 1100-LER-FERIADOS                                 00011830
              PERFORM 1200-GUARDAR-FERIADO                              00011840
                 UNTIL WRK-FIM-FERIADOS OR WRK-CALENDARIO-COM-ERRO      00011850
              CLOSE FERIADOS                                            00011860
              IF WRK-FER-QTDE EQUAL ZEROS AND                           00011870
                 NOT WRK-CALENDARIO-COM-ERRO                            00011880
                MOVE '1000'                    TO WRK-SECAO             00011890
                MOVE 'ARQUIVO FERIADOS SEM NENHUM FERIADO'              00011900
                                               TO WRK-MENSAGEM          00011910
                PERFORM 1900-ERRO-CARGA                                 00011920
              END-IF                                                    00011930
            END-IF.                                                     00011940
      *--------------------------------------------------------------   00011950
       1000-99-FIM.                              EXIT.                  00011960
      *--------------------------------------------------------------   00011970
      *--------------------------------------------------------------   00011980
       1100-LER-FERIADOS                         SECTION.               00011990
      *--------------------------------------------------------------   00012000
            READ FERIADOS                                               00012010
              AT END                                                    00012020
                MOVE 'S' TO WRK-SW-FIM-FER                              00012030
            END-READ.                                                   00012040
            IF WRK-FS-FERIADOS NOT EQUAL 0 AND                          00012050
               WRK-FS-FERIADOS NOT EQUAL 10                             00012060
              MOVE '1100'                      TO WRK-SECAO             00012070
              MOVE 'ERRO NA LEITURA DO FERIADOS' TO WRK-MENSAGEM        00012080
              PERFORM 1900-ERRO-CARGA                                   00012090
            END-IF.                                                     00012100
      *--------------------------------------------------------------   00012110
       1100-99-FIM.                              EXIT.                  00012120
      *--------------------------------------------------------------   00012130
      ***************************************************************   00012140
      * FERIADO NACIONAL SEM AGENCIA; ESTADUAL E MUNICIPAL COM      *   00012150
      * AGENCIA. CHAVE IGUAL OU MENOR QUE A ANTERIOR (DUPLICADA OU  *   00012160
      * FORA DE ORDEM) INVALIDA O CALENDARIO: A PROCURA NA TABELA   *   00012170
      * DEPENDE DA ORDEM.                                           *   00012180
      *--------------------------------------------------------------   00012190
       1200-GUARDAR-FERIADO                      SECTION.               00012200
      *--------------------------------------------------------------   00012210
            IF REG-FER (1:1) NOT EQUAL '*'                              00012220
              MOVE REG-FER-DATA TO WRK-DATA-TESTE                       00012230
              PERFORM 2800-VALIDAR-DATA                                 00012240
              MOVE '1200' TO WRK-SECAO                                  00012250
              EVALUATE TRUE                                             00012260
               WHEN NOT WRK-DATA-VALIDA                                 00012270
                 MOVE 'DATA INVALIDA NO FERIADOS' TO WRK-MENSAGEM       00012280
                 PERFORM 1900-ERRO-CARGA                                00012290
               WHEN NOT REG-FER-TIPO-VALIDO                             00012300
                 MOVE 'TIPO INVALIDO NO FERIADOS' TO WRK-MENSAGEM       00012310
                 PERFORM 1900-ERRO-CARGA                                00012320
               WHEN REG-FER-NACIONAL AND                                00012330
                    REG-FER-AGENCIA NOT EQUAL SPACES                    00012340
               WHEN NOT REG-FER-NACIONAL AND                            00012350
                    REG-FER-AGENCIA EQUAL SPACES                        00012360
                 MOVE 'AGENCIA INCOERENTE COM O TIPO NO FERIADOS'       00012370
                                               TO WRK-MENSAGEM          00012380
                 PERFORM 1900-ERRO-CARGA                                00012390
               WHEN REG-FER-CHAVE NOT GREATER WRK-CHAVE-ANT             00012400
                 MOVE 'FERIADOS FORA DE SEQUENCIA' TO WRK-MENSAGEM      00012410
                 PERFORM 1900-ERRO-CARGA                                00012420
               WHEN WRK-FER-QTDE NOT LESS WRK-FER-MAX                   00012430
                 MOVE 'TABELA DE FERIADOS ESTOURADA' TO WRK-MENSAGEM    00012440
                 PERFORM 1900-ERRO-CARGA                                00012450
               WHEN OTHER                                               00012460
                 ADD 1                  TO WRK-FER-QTDE                 00012470
                 SET FER-IDX            TO WRK-FER-QTDE                 00012480
                 MOVE REG-FER-DATA      TO WRK-TFE-DATA (FER-IDX)       00012490
                 MOVE REG-FER-AGENCIA   TO WRK-TFE-AGENCIA (FER-IDX)    00012500
                 MOVE REG-FER-CHAVE     TO WRK-CHAVE-ANT                00012510
                 MOVE WRK-DTT-ANO       TO WRK-ULTIMO-ANO               00012520
              END-EVALUATE                                              00012530
            END-IF.                                                     00012540
            IF NOT WRK-CALENDARIO-COM-ERRO                              00012550
              PERFORM 1100-LER-FERIADOS                                 00012560
            END-IF.                                                     00012570
      *--------------------------------------------------------------   00012580
       1200-99-FIM.                              EXIT.                  00012590
      *--------------------------------------------------------------   00012600
      *--------------------------------------------------------------   00012610
       1900-ERRO-CARGA                           SECTION.               00012620
      *--------------------------------------------------------------   00012630
            MOVE 'S'               TO WRK-SW-ERRO-CARGA.                00012640
            MOVE 'FR16DU01'        TO WRK-PROGRAMA.                     00012650
            MOVE WRK-FS-FERIADOS   TO WRK-STATUS.                       00012660
            IF WRK-FS-FERIADOS EQUAL 0                                  00012670
              DISPLAY 'FR16DU01 - REGISTRO DO FERIADOS: ' REG-FER-CHAVE 00012680
            END-IF.                                                     00012690
            CALL WRK-ERRORLOG USING WRK-DADOS.                          00012700
      *--------------------------------------------------------------   00012710
       1900-99-FIM.                              EXIT.                  00012720
      *--------------------------------------------------------------   00012730
      ***************************************************************   00012740
      *          V A L I D A R   P E D I D O                        *   00012750
      ***************************************************************   00012760
      *--------------------------------------------------------------   00012770
       2000-VALIDAR-PEDIDO                       SECTION.               00012780
      *--------------------------------------------------------------   00012790
            IF NOT WRK-CAL-DIA-UTIL AND NOT WRK-CAL-PROXIMO  AND        00012800
               NOT WRK-CAL-ANTERIOR AND NOT WRK-CAL-FIM-MES  AND        00012810
               NOT WRK-CAL-CONTAR                                       00012820
              MOVE 04 TO WRK-CAL-RETORNO                                00012830
            ELSE                                                        00012840
              MOVE WRK-CAL-DATA TO WRK-DATA-TESTE                       00012850
              PERFORM 2800-VALIDAR-DATA                                 00012860
              IF NOT WRK-DATA-VALIDA                                    00012870
                MOVE 08 TO WRK-CAL-RETORNO                              00012880
              ELSE                                                      00012890
                IF WRK-DTT-ANO GREATER WRK-ULTIMO-ANO                   00012900
                  MOVE 12 TO WRK-CAL-RETORNO                            00012910
                END-IF                                                  00012920
              END-IF                                                    00012930
            END-IF.                                                     00012940
            IF WRK-CAL-OK AND WRK-CAL-CONTAR                            00012950
              MOVE WRK-CAL-DATA-FIM TO WRK-DATA-TESTE                   00012960
              PERFORM 2800-VALIDAR-DATA                                 00012970
              IF NOT WRK-DATA-VALIDA OR                                 00012980
                 WRK-CAL-DATA-FIM LESS WRK-CAL-DATA                     00012990
                MOVE 08 TO WRK-CAL-RETORNO                              00013000
              ELSE                                                      00013010
                IF WRK-DTT-ANO GREATER WRK-ULTIMO-ANO                   00013020
                  MOVE 12 TO WRK-CAL-RETORNO                            00013030
                END-IF                                                  00013040
              END-IF                                                    00013050
            END-IF.                                                     00013060
      *--------------------------------------------------------------   00013070
       2000-99-FIM.                              EXIT.                  00013080
      *--------------------------------------------------------------   00013090
      ***************************************************************   00013100
      *          F U N C A O   U  -  E   D I A   U T I L ?          *   00013110
      ***************************************************************   00013120
      *--------------------------------------------------------------   00013130
       2100-DIA-UTIL                             SECTION.               00013140
      *--------------------------------------------------------------   00013150
            MOVE WRK-CAL-DATA TO WRK-DATA-CORRENTE.                     00013160
            PERFORM 3000-TESTAR-DIA.                                    00013170
            MOVE WRK-SW-UTIL  TO WRK-CAL-UTIL.                          00013180
            MOVE WRK-CAL-DATA TO WRK-CAL-RESULTADO.                     00013190
      *--------------------------------------------------------------   00013200
       2100-99-FIM.                              EXIT.                  00013210
      *--------------------------------------------------------------   00013220
      ***************************************************************   00013230
      *       F U N C A O   P  -  P R O X I M O   D I A   U T I L   *   00013240
      ***************************************************************   00013250
      *--------------------------------------------------------------   00013260
       2200-PROXIMO-UTIL                         SECTION.               00013270
      *--------------------------------------------------------------   00013280
            MOVE WRK-CAL-DATA TO WRK-DATA-CORRENTE.                     00013290
            MOVE 'N'          TO WRK-SW-UTIL.                           00013300
            PERFORM 3100-AVANCAR-DIA                                    00013310
               UNTIL WRK-DIA-E-UTIL OR NOT WRK-CAL-OK.                  00013320
            IF WRK-CAL-OK                                               00013330
              MOVE WRK-DATA-CORRENTE TO WRK-CAL-RESULTADO               00013340
            END-IF.                                                     00013350
      *--------------------------------------------------------------   00013360
       2200-99-FIM.                              EXIT.                  00013370
      *--------------------------------------------------------------   00013380
      ***************************************************************   00013390
      *       F U N C A O   A  -  D I A   U T I L   A N T E R I O R *   00013400
      ***************************************************************   00013410
      *--------------------------------------------------------------   00013420
       2300-ANTERIOR-UTIL                        SECTION.               00013430
      *--------------------------------------------------------------   00013440
            MOVE WRK-CAL-DATA TO WRK-DATA-CORRENTE.                     00013450
            MOVE 'N'          TO WRK-SW-UTIL.                           00013460
            PERFORM 3200-RECUAR-DIA UNTIL WRK-DIA-E-UTIL.               00013470
            MOVE WRK-DATA-CORRENTE TO WRK-CAL-RESULTADO.                00013480
      *--------------------------------------------------------------   00013490
       2300-99-FIM.                              EXIT.                  00013500
      *--------------------------------------------------------------   00013510
      ***************************************************************   00013520
      *    F U N C A O   F  -  U L T I M O   D I A   U T I L   M E S*   00013530
      ***************************************************************   00013540
      * RECUA A PARTIR DO DIA 1 DO MES SEGUINTE.                    *   00013550
      *--------------------------------------------------------------   00013560
       2400-ULTIMO-UTIL-MES                      SECTION.               00013570
      *--------------------------------------------------------------   00013580
            MOVE WRK-CAL-DATA TO WRK-DATA-CORRENTE.                     00013590
            MOVE 01           TO WRK-DCO-DIA.                           00013600
            IF WRK-DCO-MES EQUAL 12                                     00013610
              ADD 1   TO WRK-DCO-ANO                                    00013620
              MOVE 01 TO WRK-DCO-MES                                    00013630
            ELSE                                                        00013640
              ADD 1   TO WRK-DCO-MES                                    00013650
            END-IF.                                                     00013660
            MOVE 'N' TO WRK-SW-UTIL.                                    00013670
            PERFORM 3200-RECUAR-DIA UNTIL WRK-DIA-E-UTIL.               00013680
            MOVE WRK-DATA-CORRENTE TO WRK-CAL-RESULTADO.                00013690
      *--------------------------------------------------------------   00013700
       2400-99-FIM.                              EXIT.                  00013710
      *--------------------------------------------------------------   00013720
      ***************************************************************   00013730
      *   F U N C A O   C  -  C O N T A R   D I A S   U T E I S     *   00013740
      ***************************************************************   00013750
      * DIAS UTEIS DEPOIS DA DATA ATE A DATA-FIM, INCLUSIVE: DE     *   00013760
      * SEXTA A SEGUNDA SEGUINTE = 1; DATA IGUAL A DATA-FIM = 0.    *   00013770
      *--------------------------------------------------------------   00013780
       2500-CONTAR-UTEIS                         SECTION.               00013790
      *--------------------------------------------------------------   00013800
            MOVE WRK-CAL-DATA TO WRK-DATA-CORRENTE.                     00013810
            PERFORM 2550-CONTAR-DIA                                     00013820
               UNTIL WRK-DATA-CORRENTE NOT LESS WRK-CAL-DATA-FIM        00013830
                  OR NOT WRK-CAL-OK.                                    00013840
      *--------------------------------------------------------------   00013850
       2500-99-FIM.                              EXIT.                  00013860
      *--------------------------------------------------------------   00013870
      *--------------------------------------------------------------   00013880
       2550-CONTAR-DIA                           SECTION.               00013890
      *--------------------------------------------------------------   00013900
            PERFORM 3100-AVANCAR-DIA.                                   00013910
            IF WRK-CAL-OK AND WRK-DIA-E-UTIL                            00013920
              ADD 1 TO WRK-CAL-DIAS                                     00013930
            END-IF.                                                     00013940
      *--------------------------------------------------------------   00013950
       2550-99-FIM.                              EXIT.                  00013960
      *--------------------------------------------------------------   00013970
      ***************************************************************   00013980
      * DATA AAAAMMDD EXISTENTE NO CALENDARIO: A IDA E VOLTA PELO   *   00013990
      * NUMERO DO DIA DEVOLVE A MESMA DATA (31/04 OU 29/02 DE ANO   *   00014000
      * NAO BISSEXTO NAO VOLTAM IGUAIS).                            *   00014010
      *--------------------------------------------------------------   00014020
       2800-VALIDAR-DATA                         SECTION.               00014030
      *--------------------------------------------------------------   00014040
            MOVE 'S' TO WRK-SW-DATA.                                    00014050
            IF WRK-DATA-TESTE NOT NUMERIC OR                            00014060
               WRK-DTT-ANO LESS 1601      OR                            00014070
               WRK-DTT-MES LESS 01        OR                            00014080
               WRK-DTT-MES GREATER 12     OR                            00014090
               WRK-DTT-DIA LESS 01        OR                            00014100
               WRK-DTT-DIA GREATER 31                                   00014110
              MOVE 'N' TO WRK-SW-DATA                                   00014120
            ELSE                                                        00014130
              COMPUTE WRK-DIA-INT =                                     00014140
                      FUNCTION INTEGER-OF-DATE (WRK-DATA-TESTE)         00014150
              COMPUTE WRK-DATA-VOLTA =                                  00014160
                      FUNCTION DATE-OF-INTEGER (WRK-DIA-INT)            00014170
              IF WRK-DATA-VOLTA NOT EQUAL WRK-DATA-TESTE                00014180
                MOVE 'N' TO WRK-SW-DATA                                 00014190
              END-IF                                                    00014200
            END-IF.                                                     00014210
      *--------------------------------------------------------------   00014220
       2800-99-FIM.                              EXIT.                  00014230
      *--------------------------------------------------------------   00014240
      ***************************************************************   00014250
      *          T E S T A R   D I A   C O R R E N T E              *   00014260
      ***************************************************************   00014270
      * O DIA 1 DO CALENDARIO DAS FUNCOES DE DATA (01/01/1601) FOI  *   00014280
      * SEGUNDA-FEIRA: RESTO 0 NA DIVISAO POR 7 = DOMINGO, RESTO 6  *   00014290
      * = SABADO. DIA DE SEMANA AINDA PROCURA O FERIADO NA TABELA.  *   00014300
      *--------------------------------------------------------------   00014310
       3000-TESTAR-DIA                           SECTION.               00014320
      *--------------------------------------------------------------   00014330
            COMPUTE WRK-DIA-INT =                                       00014340
                    FUNCTION INTEGER-OF-DATE (WRK-DATA-CORRENTE).       00014350
            DIVIDE WRK-DIA-INT BY 7 GIVING WRK-QUOCIENTE                00014360
                   REMAINDER WRK-DIA-SEMANA.                            00014370
            IF WRK-DIA-SEMANA EQUAL 0 OR                                00014380
               WRK-DIA-SEMANA EQUAL 6                                   00014390
              MOVE 'N' TO WRK-SW-UTIL                                   00014400
            ELSE                                                        00014410
              MOVE 'S' TO WRK-SW-UTIL                                   00014420
              PERFORM 3050-PROCURAR-FERIADO                             00014430
            END-IF.                                                     00014440
      *--------------------------------------------------------------   00014450
       3000-99-FIM.                              EXIT.                  00014460
      *--------------------------------------------------------------   00014470
      ***************************************************************   00014480
      * PESQUISA BINARIA DA PRIMEIRA LINHA DA TABELA COM DATA IGUAL *   00014490
      * OU MAIOR QUE O DIA CORRENTE; DALI PERCORRE AS LINHAS DO     *   00014500
      * MESMO DIA ATE ACHAR O NACIONAL OU O DA AGENCIA PEDIDA.      *   00014510
      *--------------------------------------------------------------   00014520
       3050-PROCURAR-FERIADO                     SECTION.               00014530
      *--------------------------------------------------------------   00014540
            MOVE 1 TO WRK-INI.                                          00014550
            COMPUTE WRK-FIM = WRK-FER-QTDE + 1.                         00014560
            PERFORM 3060-DIVIDIR-FAIXA                                  00014570
               UNTIL WRK-INI NOT LESS WRK-FIM.                          00014580
            MOVE WRK-INI TO WRK-IND.                                    00014590
            MOVE 'N'     TO WRK-SW-BUSCA.                               00014600
            PERFORM 3070-TESTAR-FERIADO                                 00014610
               UNTIL WRK-FIM-BUSCA OR WRK-DIA-NAO-UTIL.                 00014620
      *--------------------------------------------------------------   00014630
       3050-99-FIM.                              EXIT.                  00014640
      *--------------------------------------------------------------   00014650
      *--------------------------------------------------------------   00014660
       3060-DIVIDIR-FAIXA                        SECTION.               00014670
      *--------------------------------------------------------------   00014680
            COMPUTE WRK-MEIO = (WRK-INI + WRK-FIM) / 2.                 00014690
            SET FER-IDX TO WRK-MEIO.                                    00014700
            IF WRK-TFE-DATA (FER-IDX) LESS WRK-DATA-CORRENTE            00014710
              COMPUTE WRK-INI = WRK-MEIO + 1                            00014720
            ELSE                                                        00014730
              MOVE WRK-MEIO TO WRK-FIM                                  00014740
            END-IF.                                                     00014750
      *--------------------------------------------------------------   00014760
       3060-99-FIM.                              EXIT.                  00014770
      *--------------------------------------------------------------   00014780
      *--------------------------------------------------------------   00014790
       3070-TESTAR-FERIADO                       SECTION.               00014800
      *--------------------------------------------------------------   00014810
            IF WRK-IND GREATER WRK-FER-QTDE                             00014820
              MOVE 'S' TO WRK-SW-BUSCA                                  00014830
            ELSE                                                        00014840
              SET FER-IDX TO WRK-IND                                    00014850
              IF WRK-TFE-DATA (FER-IDX) NOT EQUAL WRK-DATA-CORRENTE     00014860
                MOVE 'S' TO WRK-SW-BUSCA                                00014870
              ELSE                                                      00014880
                IF WRK-TFE-AGENCIA (FER-IDX) EQUAL SPACES OR            00014890
                   WRK-TFE-AGENCIA (FER-IDX) EQUAL WRK-CAL-AGENCIA      00014900
                  MOVE 'N' TO WRK-SW-UTIL                               00014910
                ELSE                                                    00014920
                  ADD 1 TO WRK-IND                                      00014930
                END-IF                                                  00014940
              END-IF                                                    00014950
            END-IF.                                                     00014960
      *--------------------------------------------------------------   00014970
       3070-99-FIM.                              EXIT.                  00014980
      *--------------------------------------------------------------   00014990
      ***************************************************************   00015000
      *        A V A N C A R   E   R E C U A R   U M   D I A        *   00015010
      ***************************************************************   00015020
      * AVANCAR PARA DEPOIS DO ULTIMO ANO CADASTRADO DEVOLVE 12:    *   00015030
      * SEM O CALENDARIO DO ANO NAO HA COMO SABER O FERIADO.        *   00015040
      *--------------------------------------------------------------   00015050
       3100-AVANCAR-DIA                          SECTION.               00015060
      *--------------------------------------------------------------   00015070
            COMPUTE WRK-DIA-INT =                                       00015080
                    FUNCTION INTEGER-OF-DATE (WRK-DATA-CORRENTE) + 1.   00015090
            COMPUTE WRK-DATA-CORRENTE =                                 00015100
                    FUNCTION DATE-OF-INTEGER (WRK-DIA-INT).             00015110
            IF WRK-DCO-ANO GREATER WRK-ULTIMO-ANO                       00015120
              MOVE 12 TO WRK-CAL-RETORNO                                00015130
            ELSE                                                        00015140
              PERFORM 3000-TESTAR-DIA                                   00015150
            END-IF.                                                     00015160
      *--------------------------------------------------------------   00015170
       3100-99-FIM.                              EXIT.                  00015180
      *--------------------------------------------------------------   00015190
      *--------------------------------------------------------------   00015200
       3200-RECUAR-DIA                           SECTION.               00015210
      *--------------------------------------------------------------   00015220
            COMPUTE WRK-DIA-INT =                                       00015230
                    FUNCTION INTEGER-OF-DATE (WRK-DATA-CORRENTE) - 1.   00015240
            COMPUTE WRK-DATA-CORRENTE =                                 00015250
                    FUNCTION DATE-OF-INTEGER (WRK-DIA-INT).             00015260
            PERFORM 3000-TESTAR-DIA.                                    00015270
      *--------------------------------------------------------------   00015280
       3200-99-FIM.                              EXIT.                  00015290
      *--------------------------------------------------------------   00015300
