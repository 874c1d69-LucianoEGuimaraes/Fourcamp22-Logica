      *=============================================================*   00010000
       IDENTIFICATION                            DIVISION.              00010010
      *=============================================================*   00010020
                                                                        00010030
       PROGRAM-ID. FR16ON06.                                            00010040
      *=============================================================*   00010050
      *             T R E I N A M E N T O                           *   00010060
      *=============================================================*   00010070
      * PROGRAMA......: FR16ON06.                                   *   00010080
      *-------------------------------------------------------------*   00010090
      * PROGRAMADOR...: LUCIANO GUIMARAES.                          *   00010100
      * DATA..........: 15/10/2026                                  *   00010110
      * EMPRESA.......: FOURSYS                                     *   00010120
      * INSTRUTOR.....: IVAN SANCHES                                *   00010130
      *-------------------------------------------------------------*   00010140
      * OBJETIVO......: TRANSACAO CICS DE TRANSFERENCIA ENTRE DUAS  *   00010150
      *                 CONTAS DO VSAM KSDS CLIEVSAM EM UMA UNICA   *   00010160
      *                 UNIDADE DE TRABALHO: DEBITA A ORIGEM E      *   00010170
      *                 CREDITA O DESTINO, OU NAO MEXE EM NENHUMA.  *   00010180
      *                 APLICA AS MESMAS REGRAS DA CLMV/FR16ON02:   *   00010190
      *                 CONTA BLOQUEADA OU DORMENTE SO ENVIA (OU    *   00010200
      *                 RECEBE) SE O HISTORICO 006 (OU 007) NO      *   00010201
      *                 HISTVSAM O PERMITE - A CONTA DORMENTE SO E  *   00010202
      *                 REATIVADA NESSE CASO -, O DEBITO E HONRADO  *   00010203
      *                 ATE SALDO + LIMITE E O                      *   00010210
      *                 VALOR ACIMA DO LIMITE DO OPERADOR (OPERLIM) *   00010220
      *                 VIRA PENDENCIA NO PENDVSAM (TIPO T) PARA O  *   00010230
      *                 SUPERVISOR LIBERAR NA CLAP/FR16ON05, QUE    *   00010240
      *                 CHAMA ESTE MESMO PROGRAMA POR LINK COM O    *   00010250
      *                 APROVADOR PREENCHIDO. AS DUAS PERNAS SAO    *   00010260
      *                 JORNALIZADAS NO MOVJ COM A MESMA REFERENCIA *   00010270
      *                 DE TRANSFERENCIA NO TEXTO DO MOVIMENTO      *   00010280
      *                 (AAAAMMDDHHMMSS + TERMINAL) E OS CODIGOS DE *   00880000
      *                 HISTORICO 006 (ENVIADA) E 007 (RECEBIDA).   *   00880010
      *                 O VALOR BLOQUEADO POR ORDEM JUDICIAL NA     *   00940000
      *                 ORIGEM (ROTINA FR16BJ02, POR LINK) NAO      *   00940010
      *                 ENTRA NO SALDO + LIMITE; SE A ROTINA FALHAR *   00940020
      *                 A TRANSFERENCIA E RECUSADA (E).             *   00940030
      *-------------------------------------------------------------*   00010300
      *   TRANSACAO..: CLTR                                         *   00010310
      *   COMMAREA...: DFHCOMMAREA (LK-COMMAREA)                    *   00010320
      *-------------------------------------------------------------*   00010330
      *   ARQUIVOS...:                                              *   00010340
      *    DDNAME              I/O                                  *   00010350
      *    CLIEVSAM            I/O                                  *   00010360
      *    OPERLIM              I                                   *   00010370
      *    HISTVSAM             I                                   *   00950000
      *    PENDVSAM             O                                   *   00010380
      *    MOVJ (FILA TD)       O                                   *   00010390
      *    FR16BJ02 (LINK)                                          *   00940040
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
              '-----------LAYOUT DO VSAM CLIEVSAM-----------'.          00010590
      *-------------------------------------------------------------*   00010600
      * REG-CLIENTES RECEBE A CONTA DE ORIGEM; A CONTA DE DESTINO   *   00010610
      * E LIDA NA AREA WRK-REG-DESTINO, NO MESMO LAYOUT.            *   00010620
       COPY '#CLIREG'.                                                  00010630
                                                                        00010640
       01 WRK-REG-DESTINO.                                              00010650
          05 WRK-DES-CHAVE.                                             00010660
             10 WRK-DES-AGENCIA    PIC X(04).                           00010670
             10 WRK-DES-CONTA      PIC X(04).                           00010680
          05 WRK-DES-NOME       PIC X(30).                              00010690
          05 WRK-DES-SALDO      PIC S9(08)V99.                          00010700
          05 WRK-DES-SITUACAO   PIC X(01).                              00010710
             88 WRK-DES-ATIVA          VALUE 'A'.                       00010720
             88 WRK-DES-BLOQUEADA      VALUE 'B'.                       00010730
             88 WRK-DES-DORMENTE       VALUE 'D'.                       00010740
          05 WRK-DES-DATA-ULT-MOV PIC 9(08).                            00010750
          05 WRK-DES-LIMITE     PIC 9(08)V99.                           00010760
                                                                        00010770
      *-------------------------------------------------------------*   00010780
       01 FILLER PIC X(45) VALUE                                        00010790
              '-----------DADOS E FILE STATUS---------------'.          00010800
      *-------------------------------------------------------------*   00010810
       77 WRK-RESP          PIC S9(08) COMP.                            00010820
       77 WRK-TAM-JORNAL    PIC S9(04) COMP VALUE +68.                  00010830
       77 WRK-ABSTIME       PIC S9(15) COMP-3 VALUE ZEROS.              00010840
       77 WRK-SALDO-DISPONIVEL PIC S9(09)V99 VALUE ZEROS.               00010850
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.                      00010860
       77 WRK-HORA-HOJE     PIC 9(06) VALUE ZEROS.                      00010870
      * CODIGOS DE HISTORICO (#HISTREG) DAS DUAS PERNAS.                00880020
       77 WRK-HIS-TRF-ENV   PIC 9(03) VALUE 006.                        00880030
       77 WRK-HIS-TRF-REC   PIC 9(03) VALUE 007.                        00880040
      * HISTORICO DE CADA PERNA PERMITE REATIVAR A CONTA DORMENTE.      00950010
       77 WRK-ENV-PERMITE-DORM PIC X(01) VALUE 'N'.                     00950020
       77 WRK-REC-PERMITE-DORM PIC X(01) VALUE 'N'.                     00950030
       77 WRK-TAM-COMMAREA-BLQ PIC S9(04) COMP VALUE +24.               00940050
      * AS DUAS CONTAS FICAM PRESAS PARA ATUALIZACAO AO MESMO TEMPO:    00010880
      * CADA READ UPDATE GUARDA O SEU TOKEN PARA O REWRITE/UNLOCK.      00010890
       77 WRK-TOKEN-ORI     PIC S9(08) COMP VALUE ZEROS.                00010900
       77 WRK-TOKEN-DES     PIC S9(08) COMP VALUE ZEROS.                00010910
       77 WRK-SW-ORI-PRESA  PIC X(01) VALUE 'N'.                        00010920
           88 WRK-ORIGEM-PRESA         VALUE 'S'.                       00010930
           88 WRK-ORIGEM-SOLTA         VALUE 'N'.                       00010940
       77 WRK-SW-DES-PRESA  PIC X(01) VALUE 'N'.                        00010950
           88 WRK-DESTINO-PRESO        VALUE 'S'.                       00010960
           88 WRK-DESTINO-SOLTO        VALUE 'N'.                       00010970
                                                                        00010980
      *-------------------------------------------------------------*   00010990
       01 FILLER PIC X(45) VALUE                                        00011000
              '-----------LIMITE DO OPERADOR (OPERLIM)------'.          00011010
      *-------------------------------------------------------------*   00011020
                                                                        00011030
       COPY '#OPERREG'.                                                 00011040
                                                                        00011050
      *-------------------------------------------------------------*   00011060
       01 FILLER PIC X(45) VALUE                                        00011070
              '-----------PENDENCIA DE APROVACAO (PENDVSAM)-'.          00011080
      *-------------------------------------------------------------*   00011090
                                                                        00011100
       COPY '#PENDREG'.                                                 00011110
                                                                        00011120
      *-------------------------------------------------------------*   00011130
       01 FILLER PIC X(45) VALUE                                        00011140
              '-----------JORNAL MOVJ (LAYOUT MOV0106)------'.          00011150
      *-------------------------------------------------------------*   00011160
       01 WRK-JORNAL-MOV.                                               00011170
          05 WRK-JRN-AGENCIA     PIC X(04).                             00011180
          05 WRK-JRN-CONTA       PIC X(04).                             00011190
          05 WRK-JRN-MOVIMENTO.                                         00011200
             10 WRK-JRN-TEXTO-TRF  PIC X(11).                           00011210
             10 WRK-JRN-REFERENCIA PIC X(18).                           00011220
             10 FILLER             PIC X(01).                           00011230
          05 WRK-JRN-VALORMOV    PIC 9(08)V99.                          00011240
          05 WRK-JRN-TIPOMOV     PIC X(01).                             00011250
          05 WRK-JRN-OPERADOR    PIC X(08).                             00011260
          05 WRK-JRN-APROVADOR   PIC X(08).                             00011270
          05 WRK-JRN-HISTORICO   PIC 9(03).                             00880050
                                                                        00011280
      *-------------------------------------------------------------*   00940060
       01 FILLER PIC X(45) VALUE                                        00940070
              '-----------COMMAREA DO FR16BJ02 (#GBLQ)------'.          00940080
      *-------------------------------------------------------------*   00940090
                                                                        00940100
       COPY '#GBLQ'.                                                    00940110
                                                                        00950040
      *-------------------------------------------------------------*   00950050
       01 FILLER PIC X(45) VALUE                                        00950060
              '-----------TABELA DE HISTORICOS (HISTVSAM)---'.          00950070
      *-------------------------------------------------------------*   00950080
                                                                        00950090
       COPY '#HISTREG'.                                                 00950100
                                                                        00940120
      *-------------------------------------------------------------*   00011290
       LINKAGE                                    SECTION.              00011300
      *-------------------------------------------------------------*   00011310
       01 DFHCOMMAREA.                                                  00011320
          05 LK-ORIGEM.                                                 00011330
             10 LK-AGENCIA-ORI   PIC X(04).                             00011340
             10 LK-CONTA-ORI     PIC X(04).                             00011350
          05 LK-DESTINO.                                                00011360
             10 LK-AGENCIA-DES   PIC X(04).                             00011370
             10 LK-CONTA-DES     PIC X(04).                             00011380
          05 LK-VALORMOV      PIC 9(08)V99.                             00011390
          05 LK-SALDO-ORI     PIC S9(08)V99.                            00011400
          05 LK-LIMITE-ORI    PIC 9(08)V99.                             00011410
          05 LK-RESULTADO     PIC X(01).                                00011420
             88 LK-TRF-EFETIVADA       VALUE 'S'.                       00011430
             88 LK-ORIGEM-NAO-ACHADA   VALUE 'N'.                       00011440
             88 LK-DESTINO-NAO-ACHADO  VALUE 'D'.                       00011450
             88 LK-SALDO-INSUFICIENTE  VALUE 'I'.                       00011460
             88 LK-VALOR-INVALIDO      VALUE 'V'.                       00011470
             88 LK-MESMA-CONTA         VALUE 'M'.                       00011480
             88 LK-ORIGEM-BLOQUEADA    VALUE 'B'.                       00011490
             88 LK-DESTINO-BLOQUEADO   VALUE 'K'.                       00011500
             88 LK-PENDENTE-APROVACAO  VALUE 'P'.                       00011510
             88 LK-OPERADOR-INVALIDO   VALUE 'O'.                       00011520
             88 LK-ERRO-PENDENCIA      VALUE 'X'.                       00011530
             88 LK-ERRO-GRAVACAO       VALUE 'E'.                       00011540
             88 LK-HISTORICO-INVALIDO  VALUE 'H'.                       00950110
             88 LK-CONTA-INATIVA       VALUE 'Z'.                       00950120
          05 LK-OPERADOR      PIC X(08).                                00011550
      *   PREENCHIDO SO PELA CLAP (LINK) NA LIBERACAO DE PENDENCIA.     00011560
          05 LK-APROVADOR     PIC X(08).                                00011570
          05 LK-REFERENCIA    PIC X(18).                                00011580
                                                                        00011590
      *=============================================================*   00011600
       PROCEDURE                                  DIVISION.             00011610
      *=============================================================*   00011620
      ***************************************************************   00011630
      *          R O T I N A   P R I N C I P A L                    *   00011640
      ***************************************************************   00011650
      *--------------------------------------------------------------   00011660
       0000-PRINCIPAL                             SECTION.              00011670
      *--------------------------------------------------------------   00011680
            MOVE ZEROS  TO LK-SALDO-ORI LK-LIMITE-ORI.                  00011690
            MOVE SPACES TO LK-REFERENCIA.                               00011700
            PERFORM 1000-VALIDAR-ENTRADA.                               00011710
            IF LK-RESULTADO EQUAL SPACES                                00011720
              PERFORM 1500-VERIFICAR-LIMITE-OPERADOR                    00011730
            END-IF.                                                     00011740
            IF LK-RESULTADO EQUAL SPACES                                00011750
              PERFORM 2000-LER-CONTAS                                   00011760
            END-IF.                                                     00011770
            IF LK-RESULTADO EQUAL SPACES                                00011780
              PERFORM 3000-APLICAR-TRANSFERENCIA                        00011790
            END-IF.                                                     00011800
            EXEC CICS RETURN END-EXEC.                                  00011810
      *--------------------------------------------------------------   00011820
       0000-99-FIM.                               EXIT.                 00011830
      *--------------------------------------------------------------   00011840
      ***************************************************************   00011850
      *       V A L I D A R   E N T R A D A                         *   00011860
      ***************************************************************   00011870
      *--------------------------------------------------------------   00011880
       1000-VALIDAR-ENTRADA                       SECTION.              00011890
      *--------------------------------------------------------------   00011900
            MOVE SPACES TO LK-RESULTADO.                                00011910
            IF LK-VALORMOV NOT NUMERIC OR                               00011920
               LK-VALORMOV EQUAL ZEROS                                  00011930
              SET LK-VALOR-INVALIDO TO TRUE                             00011940
            END-IF.                                                     00011950
            IF LK-RESULTADO EQUAL SPACES                                00011960
              IF LK-ORIGEM EQUAL LK-DESTINO                             00011970
                SET LK-MESMA-CONTA TO TRUE                              00011980
              END-IF                                                    00011990
            END-IF.                                                     00012000
      *--------------------------------------------------------------   00012010
       1000-99-FIM.                               EXIT.                 00012020
      *--------------------------------------------------------------   00012030
      ***************************************************************   00012040
      *   V E R I F I C A R   L I M I T E   D O   O P E R A D O R   *   00012050
      ***************************************************************   00012060
      * A MESMA REGRA DA CLMV: O OPERADOR TEM DE EXISTIR NO OPERLIM *   00012070
      * E A TRANSFERENCIA ACIMA DO LIMITE DELE VIRA PENDENCIA. NA   *   00012080
      * CHAMADA PELA CLAP (LINK DA TRANSACAO DE SUPERVISOR, COM O   *   00012090
      * APROVADOR PREENCHIDO) A PENDENCIA JA FOI LIBERADA E O       *   00012100
      * LIMITE NAO E TESTADO DE NOVO.                               *   00012110
      *--------------------------------------------------------------   00012120
       1500-VERIFICAR-LIMITE-OPERADOR             SECTION.              00012130
      *--------------------------------------------------------------   00012140
            IF EIBTRNID EQUAL 'CLAP' AND                                00012150
               LK-APROVADOR NOT EQUAL SPACES                            00012160
              CONTINUE                                                  00012170
            ELSE                                                        00012180
              MOVE SPACES      TO LK-APROVADOR                          00012190
              MOVE LK-OPERADOR TO REG-OPER-ID                           00012200
              EXEC CICS READ                                            00012210
                  DATASET   ('OPERLIM')                                 00012220
                  INTO      (REG-OPER)                                  00012230
                  RIDFLD    (REG-OPER-ID)                               00012240
                  RESP      (WRK-RESP)                                  00012250
              END-EXEC                                                  00012260
              IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                     00012270
                SET LK-OPERADOR-INVALIDO TO TRUE                        00012280
              ELSE                                                      00012290
                IF LK-VALORMOV GREATER REG-OPER-LIMITE                  00012300
                  PERFORM 1600-PARCAR-PENDENCIA                         00012310
                END-IF                                                  00012320
              END-IF                                                    00012330
            END-IF.                                                     00012340
      *--------------------------------------------------------------   00012350
       1500-99-FIM.                               EXIT.                 00012360
      *--------------------------------------------------------------   00012370
      *--------------------------------------------------------------   00012380
       1600-PARCAR-PENDENCIA                      SECTION.              00012390
      *--------------------------------------------------------------   00012400
            PERFORM 5000-OBTER-DATA-HORA.                               00012410
            MOVE LK-AGENCIA-ORI TO REG-PEND-AGENCIA.                    00012420
            MOVE LK-CONTA-ORI   TO REG-PEND-CONTA.                      00012430
            MOVE WRK-DATA-HOJE  TO REG-PEND-HORA (1:8).                 00012440
            MOVE WRK-HORA-HOJE  TO REG-PEND-HORA (9:6).                 00012450
            MOVE LK-OPERADOR    TO REG-PEND-OPERADOR.                   00012460
            MOVE 'T'            TO REG-PEND-TIPOMOV.                    00012470
            MOVE LK-VALORMOV    TO REG-PEND-VALORMOV.                   00012480
            MOVE LK-AGENCIA-DES TO REG-PEND-AGENCIA-DES.                00012490
            MOVE LK-CONTA-DES   TO REG-PEND-CONTA-DES.                  00012500
            MOVE WRK-HIS-TRF-ENV TO REG-PEND-HISTORICO.                 00880060
            EXEC CICS WRITE                                             00012510
                DATASET ('PENDVSAM')                                    00012520
                FROM    (REG-PEND)                                      00012530
                RIDFLD  (REG-PEND-CHAVE)                                00012540
                RESP    (WRK-RESP)                                      00012550
            END-EXEC.                                                   00012560
            IF WRK-RESP EQUAL DFHRESP(NORMAL)                           00012570
              SET LK-PENDENTE-APROVACAO TO TRUE                         00012580
            ELSE                                                        00012590
              SET LK-ERRO-PENDENCIA TO TRUE                             00012600
            END-IF.                                                     00012610
      *--------------------------------------------------------------   00012620
       1600-99-FIM.                               EXIT.                 00012630
      *--------------------------------------------------------------   00012640
      ***************************************************************   00012650
      *       L E R   A S   D U A S   C O N T A S   ( U P D A T E ) *   00012660
      ***************************************************************   00012670
      * AS DUAS CONTAS SAO PRESAS SEMPRE NA ORDEM DA CHAVE (MENOR    *  00012680
      * PRIMEIRO): DUAS TRANSFERENCIAS CRUZADAS ENTRE AS MESMAS     *   00012690
      * CONTAS ESPERAM UMA PELA OUTRA EM VEZ DE SE TRAVAREM.        *   00012700
      * CONTA BLOQUEADA OU DORMENTE SO PASSA SE O HISTORICO DA      *   00950130
      * PERNA (006 NA ORIGEM, 007 NO DESTINO) O PERMITE NO HISTVSAM *   00950140
      * - A MESMA REGRA DA CLMV (FR16ON02) E DO FR16EX04. A CONTA   *   00950150
      * DORMENTE RECUSADA SAI COMO INATIVA (Z).                     *   00950160
      *--------------------------------------------------------------   00012710
       2000-LER-CONTAS                            SECTION.              00012720
      *--------------------------------------------------------------   00012730
            MOVE 'N' TO WRK-SW-ORI-PRESA WRK-SW-DES-PRESA.              00012740
            IF LK-ORIGEM LESS LK-DESTINO                                00012750
              PERFORM 2100-LER-ORIGEM                                   00012760
              IF LK-RESULTADO EQUAL SPACES                              00012770
                PERFORM 2200-LER-DESTINO                                00012780
              END-IF                                                    00012790
            ELSE                                                        00012800
              PERFORM 2200-LER-DESTINO                                  00012810
              IF LK-RESULTADO EQUAL SPACES                              00012820
                PERFORM 2100-LER-ORIGEM                                 00012830
              END-IF                                                    00012840
            END-IF.                                                     00012850
            IF LK-RESULTADO NOT EQUAL SPACES                            00012860
              PERFORM 4900-SOLTAR-CONTAS                                00012870
            END-IF.                                                     00012880
      *--------------------------------------------------------------   00012890
       2000-99-FIM.                               EXIT.                 00012900
      *--------------------------------------------------------------   00012910
      *--------------------------------------------------------------   00950170
      * O CODIGO DA PERNA TEM DE EXISTIR NO HISTVSAM, COMO NA       *   00950180
      * CLMV.                                                       *   00950185
      *--------------------------------------------------------------   00950190
       2050-LER-HISTORICO                         SECTION.              00950200
      *--------------------------------------------------------------   00950210
            EXEC CICS READ                                              00950220
                DATASET   ('HISTVSAM')                                  00950230
                INTO      (REG-HIST)                                    00950240
                RIDFLD    (REG-HIST-CODIGO)                             00950250
                RESP      (WRK-RESP)                                    00950260
            END-EXEC.                                                   00950270
            IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                       00950280
              SET LK-HISTORICO-INVALIDO TO TRUE                         00950290
            END-IF.                                                     00950300
      *--------------------------------------------------------------   00950310
       2050-99-FIM.                               EXIT.                 00950320
      *--------------------------------------------------------------   00950330
      *--------------------------------------------------------------   00012920
       2100-LER-ORIGEM                            SECTION.              00012930
      *--------------------------------------------------------------   00012940
            MOVE LK-AGENCIA-ORI TO REG-CLIENTES-AGENCIA.                00012950
            MOVE LK-CONTA-ORI   TO REG-CLIENTES-CONTA.                  00012960
            EXEC CICS READ                                              00012970
                DATASET   ('CLIEVSAM')                                  00012980
                INTO      (REG-CLIENTES)                                00012990
                RIDFLD    (REG-CLIENTES-CHAVE)                          00013000
                UPDATE                                                  00013010
                TOKEN     (WRK-TOKEN-ORI)                               00013020
                RESP      (WRK-RESP)                                    00013030
            END-EXEC.                                                   00013040
            IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                       00013050
              SET LK-ORIGEM-NAO-ACHADA TO TRUE                          00013060
            ELSE                                                        00013070
              MOVE 'S' TO WRK-SW-ORI-PRESA                              00013080
              MOVE REG-CLIENTES-LIMITE TO LK-LIMITE-ORI                 00013090
              MOVE REG-CLIENTES-SALDO  TO LK-SALDO-ORI                  00013100
              MOVE WRK-HIS-TRF-ENV TO REG-HIST-CODIGO                   00950340
              PERFORM 2050-LER-HISTORICO                                00950350
              IF LK-RESULTADO EQUAL SPACES                              00950360
                MOVE REG-HIST-PERMITE-DORM TO WRK-ENV-PERMITE-DORM      00950370
                EVALUATE TRUE                                           00950380
                 WHEN REG-CLIENTES-BLOQUEADA AND                        00950390
                      NOT REG-HIST-BLOQUEADA-SIM                        00950400
                  SET LK-ORIGEM-BLOQUEADA TO TRUE                       00950410
                 WHEN REG-CLIENTES-DORMENTE AND                         00950420
                      NOT REG-HIST-DORMENTE-SIM                         00950430
                  SET LK-CONTA-INATIVA TO TRUE                          00950440
                 WHEN OTHER                                             00950450
                  CONTINUE                                              00950460
                END-EVALUATE                                            00950470
              END-IF                                                    00950480
            END-IF.                                                     00013140
      *--------------------------------------------------------------   00013150
       2100-99-FIM.                               EXIT.                 00013160
      *--------------------------------------------------------------   00013170
      *--------------------------------------------------------------   00013180
       2200-LER-DESTINO                           SECTION.              00013190
      *--------------------------------------------------------------   00013200
            MOVE LK-AGENCIA-DES TO WRK-DES-AGENCIA.                     00013210
            MOVE LK-CONTA-DES   TO WRK-DES-CONTA.                       00013220
            EXEC CICS READ                                              00013230
                DATASET   ('CLIEVSAM')                                  00013240
                INTO      (WRK-REG-DESTINO)                             00013250
                RIDFLD    (WRK-DES-CHAVE)                               00013260
                UPDATE                                                  00013270
                TOKEN     (WRK-TOKEN-DES)                               00013280
                RESP      (WRK-RESP)                                    00013290
            END-EXEC.                                                   00013300
            IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                       00013310
              SET LK-DESTINO-NAO-ACHADO TO TRUE                         00013320
            ELSE                                                        00013330
              MOVE 'S' TO WRK-SW-DES-PRESA                              00013340
              MOVE WRK-HIS-TRF-REC TO REG-HIST-CODIGO                   00950490
              PERFORM 2050-LER-HISTORICO                                00950500
              IF LK-RESULTADO EQUAL SPACES                              00950510
                MOVE REG-HIST-PERMITE-DORM TO WRK-REC-PERMITE-DORM      00950520
                EVALUATE TRUE                                           00950530
                 WHEN WRK-DES-BLOQUEADA AND                             00950540
                      NOT REG-HIST-BLOQUEADA-SIM                        00950550
                  SET LK-DESTINO-BLOQUEADO TO TRUE                      00950560
                 WHEN WRK-DES-DORMENTE AND                              00950570
                      NOT REG-HIST-DORMENTE-SIM                         00950580
                  SET LK-CONTA-INATIVA TO TRUE                          00950590
                 WHEN OTHER                                             00950600
                  CONTINUE                                              00950610
                END-EVALUATE                                            00950620
              END-IF                                                    00950630
            END-IF.                                                     00013380
      *--------------------------------------------------------------   00013390
       2200-99-FIM.                               EXIT.                 00013400
      *--------------------------------------------------------------   00013410
      ***************************************************************   00013420
      *       A P L I C A R   T R A N S F E R E N C I A             *   00013430
      ***************************************************************   00013440
      * O DEBITO NA ORIGEM SEGUE A REGRA DO FR16EX04 E DA CLMV      *   00013450
      * (SALDO + LIMITE, MENOS O VALOR BLOQUEADO POR ORDEM          *   00013460
      * JUDICIAL). AS DUAS CONTAS SO SAO REGRAVADAS DEPOIS          *   00940150
      * DE TODAS AS REGRAS PASSAREM; SE O SEGUNDO REWRITE FALHAR, O *   00013470
      * SYNCPOINT ROLLBACK DESFAZ O PRIMEIRO (CLIEVSAM E ARQUIVO    *   00013480
      * RECUPERAVEL NO CICS) E NENHUMA PERNA E JORNALIZADA.         *   00013490
      *--------------------------------------------------------------   00013500
       3000-APLICAR-TRANSFERENCIA                 SECTION.              00013510
      *--------------------------------------------------------------   00013520
            PERFORM 3100-APURAR-BLOQUEADO.                              00940160
            IF LK-RESULTADO EQUAL SPACES                                00940170
              COMPUTE WRK-SALDO-DISPONIVEL =                            00013530
                 REG-CLIENTES-SALDO + REG-CLIENTES-LIMITE               00013540
                 - WRK-BLQ-VALOR                                        00940180
              IF WRK-SALDO-DISPONIVEL LESS LK-VALORMOV                  00013550
                SET LK-SALDO-INSUFICIENTE TO TRUE                       00013560
                PERFORM 4900-SOLTAR-CONTAS                              00013570
              ELSE                                                      00013580
                SUBTRACT LK-VALORMOV FROM REG-CLIENTES-SALDO            00013590
                ADD      LK-VALORMOV TO   WRK-DES-SALDO                 00013600
                PERFORM 3500-MARCAR-MOVIMENTO                           00013610
                PERFORM 3600-REGRAVAR-CONTAS                            00013620
              END-IF                                                    00013630
            END-IF.                                                     00940190
            IF LK-RESULTADO EQUAL SPACES                                00013640
              SET LK-TRF-EFETIVADA TO TRUE                              00013650
              MOVE REG-CLIENTES-SALDO TO LK-SALDO-ORI                   00013660
              PERFORM 4000-JORNALIZAR-TRANSFERENCIA                     00013670
            END-IF.                                                     00013680
      *--------------------------------------------------------------   00013690
       3000-99-FIM.                               EXIT.                 00013700
      *--------------------------------------------------------------   00013710
      ***************************************************************   00940200
      *     A P U R A R   V A L O R   B L O Q U E A D O             *   00940210
      ***************************************************************   00940220
      * SOMA DAS ORDENS JUDICIAIS QUE RETEM VALOR NA ORIGEM, PELA   *   00940230
      * ROTINA FR16BJ02. SE O VALOR NAO PODE SER APURADO NENHUMA    *   00940240
      * PERNA E APLICADA (NA DUVIDA NAO SE LIBERA VALOR BLOQUEADO). *   00940250
      *--------------------------------------------------------------   00940260
       3100-APURAR-BLOQUEADO                      SECTION.              00940270
      *--------------------------------------------------------------   00940280
            MOVE LK-AGENCIA-ORI TO WRK-BLQ-AGENCIA.                     00940290
            MOVE LK-CONTA-ORI   TO WRK-BLQ-CONTA.                       00940300
            EXEC CICS LINK                                              00940310
                PROGRAM  ('FR16BJ02')                                   00940320
                COMMAREA (WRK-DADOS-BLQ)                                00940330
                LENGTH   (WRK-TAM-COMMAREA-BLQ)                         00940340
                RESP     (WRK-RESP)                                     00940350
            END-EXEC.                                                   00940360
            IF WRK-RESP NOT EQUAL DFHRESP(NORMAL) OR                    00940370
               NOT WRK-BLQ-OK                                           00940380
              SET LK-ERRO-GRAVACAO TO TRUE                              00940390
              PERFORM 4900-SOLTAR-CONTAS                                00940400
            END-IF.                                                     00940410
      *--------------------------------------------------------------   00940420
       3100-99-FIM.                               EXIT.                 00940430
      *--------------------------------------------------------------   00940440
      ***************************************************************   00013720
      *       M A R C A R   M O V I M E N T O   A P L I C A D O     *   00013730
      ***************************************************************   00013740
      * COMO NA CLMV: DATA DO ULTIMO MOVIMENTO NAS DUAS CONTAS E A  *   00013750
      * CONTA DORMENTE E REATIVADA PELO LANCAMENTO EFETIVADO QUANDO *   00013760
      * O HISTORICO DA PERNA PERMITE CONTA DORMENTE.                *   00013765
      *--------------------------------------------------------------   00013770
       3500-MARCAR-MOVIMENTO                      SECTION.              00013780
      *--------------------------------------------------------------   00013790
            PERFORM 5000-OBTER-DATA-HORA.                               00013800
            MOVE WRK-DATA-HOJE TO REG-CLIENTES-DATA-ULT-MOV             00013810
                                  WRK-DES-DATA-ULT-MOV.                 00013820
            IF REG-CLIENTES-DORMENTE AND                                00013830
               WRK-ENV-PERMITE-DORM EQUAL 'S'                           00950640
              MOVE 'A' TO REG-CLIENTES-SITUACAO                         00013840
            END-IF.                                                     00013850
            IF WRK-DES-DORMENTE AND                                     00013860
               WRK-REC-PERMITE-DORM EQUAL 'S'                           00950650
              MOVE 'A' TO WRK-DES-SITUACAO                              00013870
            END-IF.                                                     00013880
      *     REFERENCIA COMUM AS DUAS PERNAS DO JORNAL: DATA E HORA      00013890
      *     DA TRANSFERENCIA MAIS O TERMINAL QUE A LANCOU.              00013900
            MOVE WRK-DATA-HOJE TO LK-REFERENCIA (1:8).                  00013910
            MOVE WRK-HORA-HOJE TO LK-REFERENCIA (9:6).                  00013920
            MOVE EIBTRMID      TO LK-REFERENCIA (15:4).                 00013930
      *--------------------------------------------------------------   00013940
       3500-99-FIM.                               EXIT.                 00013950
      *--------------------------------------------------------------   00013960
      *--------------------------------------------------------------   00013970
       3600-REGRAVAR-CONTAS                       SECTION.              00013980
      *--------------------------------------------------------------   00013990
            EXEC CICS REWRITE                                           00014000
                DATASET ('CLIEVSAM')                                    00014010
                FROM    (REG-CLIENTES)                                  00014020
                TOKEN   (WRK-TOKEN-ORI)                                 00014030
                RESP    (WRK-RESP)                                      00014040
            END-EXEC.                                                   00014050
            IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                       00014060
              SET LK-ERRO-GRAVACAO TO TRUE                              00014070
            ELSE                                                        00014080
              MOVE 'N' TO WRK-SW-ORI-PRESA                              00014090
              EXEC CICS REWRITE                                         00014100
                  DATASET ('CLIEVSAM')                                  00014110
                  FROM    (WRK-REG-DESTINO)                             00014120
                  TOKEN   (WRK-TOKEN-DES)                               00014130
                  RESP    (WRK-RESP)                                    00014140
              END-EXEC                                                  00014150
              IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                     00014160
                SET LK-ERRO-GRAVACAO TO TRUE                            00014170
              ELSE                                                      00014180
                MOVE 'N' TO WRK-SW-DES-PRESA                            00014190
              END-IF                                                    00014200
            END-IF.                                                     00014210
            IF LK-ERRO-GRAVACAO                                         00014220
              EXEC CICS SYNCPOINT ROLLBACK                              00014230
              END-EXEC                                                  00014240
              MOVE 'N' TO WRK-SW-ORI-PRESA WRK-SW-DES-PRESA             00014250
            END-IF.                                                     00014260
      *--------------------------------------------------------------   00014270
       3600-99-FIM.                               EXIT.                 00014280
      *--------------------------------------------------------------   00014290
      ***************************************************************   00014300
      *       J O R N A L I Z A R   T R A N S F E R E N C I A       *   00014310
      ***************************************************************   00014320
      * DUAS PERNAS NO LAYOUT DO MOV0106 (DEBITO NA ORIGEM, CREDITO *   00014330
      * NO DESTINO) COM A MESMA REFERENCIA NO TEXTO: A CONSOLIDACAO *   00014340
      * DO FR16MV01 LANCA AS DUAS NO MESTRE NA NOITE SEGUINTE E O   *   00014350
      * EXTRATO MOSTRA A REFERENCIA NOS DOIS LADOS.                 *   00014360
      *--------------------------------------------------------------   00014370
       4000-JORNALIZAR-TRANSFERENCIA              SECTION.              00014380
      *--------------------------------------------------------------   00014390
            MOVE SPACES         TO WRK-JRN-MOVIMENTO.                   00014400
            MOVE LK-REFERENCIA  TO WRK-JRN-REFERENCIA.                  00014410
            MOVE LK-VALORMOV    TO WRK-JRN-VALORMOV.                    00014420
            MOVE LK-OPERADOR    TO WRK-JRN-OPERADOR.                    00014430
            MOVE LK-APROVADOR   TO WRK-JRN-APROVADOR.                   00014440
            MOVE LK-AGENCIA-ORI TO WRK-JRN-AGENCIA.                     00014450
            MOVE LK-CONTA-ORI   TO WRK-JRN-CONTA.                       00014460
            MOVE 'TRANSF ENV '  TO WRK-JRN-TEXTO-TRF.                   00014470
            MOVE 'D'            TO WRK-JRN-TIPOMOV.                     00014480
            MOVE WRK-HIS-TRF-ENV TO WRK-JRN-HISTORICO.                  00880070
            PERFORM 4100-GRAVAR-JORNAL.                                 00014490
            MOVE LK-AGENCIA-DES TO WRK-JRN-AGENCIA.                     00014500
            MOVE LK-CONTA-DES   TO WRK-JRN-CONTA.                       00014510
            MOVE 'TRANSF REC '  TO WRK-JRN-TEXTO-TRF.                   00014520
            MOVE 'C'            TO WRK-JRN-TIPOMOV.                     00014530
            MOVE WRK-HIS-TRF-REC TO WRK-JRN-HISTORICO.                  00880080
            PERFORM 4100-GRAVAR-JORNAL.                                 00014540
      *--------------------------------------------------------------   00014550
       4000-99-FIM.                               EXIT.                 00014560
      *--------------------------------------------------------------   00014570
      *--------------------------------------------------------------   00014580
       4100-GRAVAR-JORNAL                         SECTION.              00014590
      *--------------------------------------------------------------   00014600
            EXEC CICS WRITEQ TD                                         00014610
                QUEUE  ('MOVJ')                                         00014620
                FROM   (WRK-JORNAL-MOV)                                 00014630
                LENGTH (WRK-TAM-JORNAL)                                 00014640
            END-EXEC.                                                   00014650
      *--------------------------------------------------------------   00014660
       4100-99-FIM.                               EXIT.                 00014670
      *--------------------------------------------------------------   00014680
      ***************************************************************   00014690
      *       S O L T A R   A S   C O N T A S                       *   00014700
      ***************************************************************   00014710
      *--------------------------------------------------------------   00014720
       4900-SOLTAR-CONTAS                         SECTION.              00014730
      *--------------------------------------------------------------   00014740
            IF WRK-ORIGEM-PRESA                                         00014750
              EXEC CICS UNLOCK                                          00014760
                  DATASET ('CLIEVSAM')                                  00014770
                  TOKEN   (WRK-TOKEN-ORI)                               00014780
                  RESP    (WRK-RESP)                                    00014790
              END-EXEC                                                  00014800
              MOVE 'N' TO WRK-SW-ORI-PRESA                              00014810
            END-IF.                                                     00014820
            IF WRK-DESTINO-PRESO                                        00014830
              EXEC CICS UNLOCK                                          00014840
                  DATASET ('CLIEVSAM')                                  00014850
                  TOKEN   (WRK-TOKEN-DES)                               00014860
                  RESP    (WRK-RESP)                                    00014870
              END-EXEC                                                  00014880
              MOVE 'N' TO WRK-SW-DES-PRESA                              00014890
            END-IF.                                                     00014900
      *--------------------------------------------------------------   00014910
       4900-99-FIM.                               EXIT.                 00014920
      *--------------------------------------------------------------   00014930
      ***************************************************************   00014940
      *       O B T E R   D A T A   E   H O R A                     *   00014950
      ***************************************************************   00014960
      *--------------------------------------------------------------   00014970
       5000-OBTER-DATA-HORA                       SECTION.              00014980
      *--------------------------------------------------------------   00014990
            EXEC CICS ASKTIME                                           00015000
                ABSTIME (WRK-ABSTIME)                                   00015010
            END-EXEC.                                                   00015020
            EXEC CICS FORMATTIME                                        00015030
                ABSTIME  (WRK-ABSTIME)                                  00015040
                YYYYMMDD (WRK-DATA-HOJE)                                00015050
                TIME     (WRK-HORA-HOJE)                                00015060
            END-EXEC.                                                   00015070
      *--------------------------------------------------------------   00015080
       5000-99-FIM.                               EXIT.                 00015090
      *--------------------------------------------------------------   00015100
