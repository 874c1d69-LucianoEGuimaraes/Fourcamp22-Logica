      *=============================================================*   00914000
       IDENTIFICATION                            DIVISION.              00914010
      *=============================================================*   00914020
                                                                        00914030
       PROGRAM-ID. FR16ON08.                                            00914040
      *=============================================================*   00914050
      *             T R E I N A M E N T O                           *   00914060
      *=============================================================*   00914070
      * PROGRAMA......: FR16ON08.                                   *   00914080
      *-------------------------------------------------------------*   00914090
      * PROGRAMADOR...: LUCIANO GUIMARAES.                          *   00914100
      * DATA..........: 15/10/2026                                  *   00914110
      * EMPRESA.......: FOURSYS                                     *   00914120
      * INSTRUTOR.....: IVAN SANCHES                                *   00914130
      *-------------------------------------------------------------*   00914140
      * OBJETIVO......: TRANSACAO CICS DE ESTORNO NO MESMO DIA DE   *   00914150
      *                 UM LANCAMENTO DA CLMV/CLAP. O LANCAMENTO    *   00914160
      *                 ORIGINAL E LOCALIZADO NO LANCVSAM           *   00914170
      *                 (#LANCREG) POR AGENCIA + CONTA + DATA +     *   00914180
      *                 HORA, A REFERENCIA QUE A CLMV DEVOLVE E QUE *   00914190
      *                 VAI NO TEXTO DO JORNAL. O CAIXA SO PEDE O   *   00914200
      *                 ESTORNO (ACAO P): O PEDIDO VIRA PENDENCIA   *   00914210
      *                 NO PENDVSAM (TIPO E) E O ORIGINAL FICA      *   00914220
      *                 MARCADO, SEM MEXER NO SALDO. A              *   00914230
      *                 CLAP/FR16ON05 CHAMA ESTE MESMO PROGRAMA POR *   00914240
      *                 LINK PARA APLICAR (ACAO A) OU LIBERAR A     *   00914250
      *                 MARCA (ACAO L) QUANDO O SUPERVISOR APROVA   *   00914260
      *                 OU REJEITA. A APLICACAO DEVOLVE EXATAMENTE  *   00914270
      *                 O VALOR DO ORIGINAL NO CLIEVSAM, GRAVA O    *   00914280
      *                 ESTORNO NO LANCVSAM LIGADO AO ORIGINAL,     *   00914290
      *                 MARCA O ORIGINAL COMO ESTORNADO (NAO PODE   *   00914300
      *                 SER ESTORNADO DE NOVO) E JORNALIZA NO MOVJ  *   00914310
      *                 O LANCAMENTO CONTRARIO COM O TEXTO 'ESTORNO *   00914320
      *                 DO LANC ' + REFERENCIA DO ORIGINAL E O      *   00914330
      *                 HISTORICO 012 (ESTORNO DE CREDITO) OU 013   *   00914340
      *                 (ESTORNO DE DEBITO).                        *   00914350
      *                 O ESTORNO DE CREDITO (QUE DEBITA A CONTA)   *   00940000
      *                 NAO USA O VALOR BLOQUEADO POR ORDEM         *   00940010
      *                 JUDICIAL (ROTINA FR16BJ02, POR LINK); SE A  *   00940020
      *                 ROTINA FALHAR, O ESTORNO E RECUSADO (E).    *   00940030
      *-------------------------------------------------------------*   00914360
      *   TRANSACAO..: CLES                                         *   00914370
      *   COMMAREA...: DFHCOMMAREA (LK-COMMAREA)                    *   00914380
      *-------------------------------------------------------------*   00914390
      *   ARQUIVOS...:                                              *   00914400
      *    DDNAME              I/O                                  *   00914410
      *    LANCVSAM            I/O                                  *   00914420
      *    CLIEVSAM            I/O                                  *   00914430
      *    OPERLIM              I                                   *   00914440
      *    PENDVSAM             O                                   *   00914450
      *    MOVJ (FILA TD)       O                                   *   00914460
      *    FR16BJ02 (LINK)                                          *   00940040
      *=============================================================*   00914470
                                                                        00914480
      *=============================================================*   00914490
       ENVIRONMENT                                DIVISION.             00914500
      *=============================================================*   00914510
      *-------------------------------------------------------------*   00914520
       CONFIGURATION                              SECTION.              00914530
      *-------------------------------------------------------------*   00914540
       SPECIAL-NAMES.                                                   00914550
           DECIMAL-POINT IS COMMA.                                      00914560
                                                                        00914570
      *=============================================================*   00914580
       DATA                                       DIVISION.             00914590
      *=============================================================*   00914600
       WORKING-STORAGE                            SECTION.              00914610
      *-------------------------------------------------------------*   00914620
                                                                        00914630
      *-------------------------------------------------------------*   00914640
       01 FILLER PIC X(45) VALUE                                        00914650
              '-----------LAYOUT DO VSAM CLIEVSAM-----------'.          00914660
      *-------------------------------------------------------------*   00914670
       COPY '#CLIREG'.                                                  00914680
                                                                        00914690
      *-------------------------------------------------------------*   00914700
       01 FILLER PIC X(45) VALUE                                        00914710
              '-----------LANCAMENTOS DO DIA (LANCVSAM)-----'.          00914720
      *-------------------------------------------------------------*   00914730
                                                                        00914740
       COPY '#LANCREG'.                                                 00914750
                                                                        00914760
      *-------------------------------------------------------------*   00914770
       01 FILLER PIC X(45) VALUE                                        00914780
              '-----------DADOS E FILE STATUS---------------'.          00914790
      *-------------------------------------------------------------*   00914800
       77 WRK-RESP          PIC S9(08) COMP.                            00914810
       77 WRK-TAM-JORNAL    PIC S9(04) COMP VALUE +68.                  00914820
       77 WRK-ABSTIME       PIC S9(15) COMP-3 VALUE ZEROS.              00914830
       77 WRK-SALDO-DISPONIVEL PIC S9(09)V99 VALUE ZEROS.               00914840
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.                      00914850
       77 WRK-HORA-HOJE     PIC 9(06) VALUE ZEROS.                      00914860
      * CODIGOS DE HISTORICO (#HISTREG) DOS ESTORNOS.                   00914870
       77 WRK-HIS-EST-CRED  PIC 9(03) VALUE 012.                        00914880
       77 WRK-HIS-EST-DEB   PIC 9(03) VALUE 013.                        00914890
       77 WRK-HIS-ESTORNO   PIC 9(03) VALUE ZEROS.                      00914900
       77 WRK-TIPO-ESTORNO  PIC X(01) VALUE SPACES.                     00914910
       77 WRK-TAM-COMMAREA-BLQ PIC S9(04) COMP VALUE +24.               00940050
      * O LANCAMENTO ORIGINAL E A CONTA FICAM PRESOS AO MESMO TEMPO:    00914920
      * CADA READ UPDATE GUARDA O SEU TOKEN PARA O REWRITE/UNLOCK.      00914930
       77 WRK-TOKEN-LANC    PIC S9(08) COMP VALUE ZEROS.                00914940
       77 WRK-TOKEN-CONTA   PIC S9(08) COMP VALUE ZEROS.                00914950
       77 WRK-SW-LANC-PRESO PIC X(01) VALUE 'N'.                        00914960
           88 WRK-LANC-PRESO           VALUE 'S'.                       00914970
           88 WRK-LANC-SOLTO           VALUE 'N'.                       00914980
       77 WRK-SW-CONTA-PRESA PIC X(01) VALUE 'N'.                       00914990
           88 WRK-CONTA-PRESA          VALUE 'S'.                       00915000
           88 WRK-CONTA-SOLTA          VALUE 'N'.                       00915010
                                                                        00915020
      *-------------------------------------------------------------*   00915030
       01 FILLER PIC X(45) VALUE                                        00915040
              '-----------LIMITE DO OPERADOR (OPERLIM)------'.          00915050
      *-------------------------------------------------------------*   00915060
                                                                        00915070
       COPY '#OPERREG'.                                                 00915080
                                                                        00915090
      *-------------------------------------------------------------*   00940060
       01 FILLER PIC X(45) VALUE                                        00940070
              '-----------COMMAREA DO FR16BJ02 (#GBLQ)------'.          00940080
      *-------------------------------------------------------------*   00940090
                                                                        00940100
       COPY '#GBLQ'.                                                    00940110
                                                                        00940120
      *-------------------------------------------------------------*   00915100
       01 FILLER PIC X(45) VALUE                                        00915110
              '-----------PENDENCIA DE APROVACAO (PENDVSAM)-'.          00915120
      *-------------------------------------------------------------*   00915130
                                                                        00915140
       COPY '#PENDREG'.                                                 00915150
                                                                        00915160
      *-------------------------------------------------------------*   00915170
       01 FILLER PIC X(45) VALUE                                        00915180
              '-----------JORNAL MOVJ (LAYOUT MOV0106)------'.          00915190
      *-------------------------------------------------------------*   00915200
       01 WRK-JORNAL-MOV.                                               00915210
          05 WRK-JRN-AGENCIA     PIC X(04).                             00915220
          05 WRK-JRN-CONTA       PIC X(04).                             00915230
          05 WRK-JRN-MOVIMENTO.                                         00915240
             10 WRK-JRN-TEXTO      PIC X(16).                           00915250
             10 WRK-JRN-REFERENCIA PIC X(14).                           00915260
          05 WRK-JRN-VALORMOV    PIC 9(08)V99.                          00915270
          05 WRK-JRN-TIPOMOV     PIC X(01).                             00915280
          05 WRK-JRN-OPERADOR    PIC X(08).                             00915290
          05 WRK-JRN-APROVADOR   PIC X(08).                             00915300
          05 WRK-JRN-HISTORICO   PIC 9(03).                             00915310
                                                                        00915320
      *-------------------------------------------------------------*   00915330
       LINKAGE                                    SECTION.              00915340
      *-------------------------------------------------------------*   00915350
       01 DFHCOMMAREA.                                                  00915360
      *   P = PEDIDO DO CAIXA; A E L SO PELA CLAP (LINK).               00915370
          05 LK-ACAO          PIC X(01).                                00915380
             88 LK-ACAO-PEDIR          VALUE 'P'.                       00915390
             88 LK-ACAO-APLICAR        VALUE 'A'.                       00915400
             88 LK-ACAO-LIBERAR        VALUE 'L'.                       00915410
          05 LK-LANCAMENTO.                                             00915420
             10 LK-AGENCIA       PIC X(04).                             00915430
             10 LK-CONTA         PIC X(04).                             00915440
             10 LK-DATA-ORIG     PIC 9(08).                             00915450
             10 LK-HORA-ORIG     PIC 9(06).                             00915460
          05 LK-OPERADOR      PIC X(08).                                00915470
      *   PREENCHIDO SO PELA CLAP (LINK) NA LIBERACAO DE PENDENCIA.     00915480
          05 LK-APROVADOR     PIC X(08).                                00915490
      *   DEVOLVIDOS: TIPO E VALOR DO ORIGINAL E SALDO APOS ESTORNO.    00915500
          05 LK-TIPOMOV       PIC X(01).                                00915510
          05 LK-VALORMOV      PIC 9(08)V99.                             00915520
          05 LK-SALDO         PIC S9(08)V99.                            00915530
          05 LK-RESULTADO     PIC X(01).                                00915540
             88 LK-ESTORNO-EFETIVADO   VALUE 'S'.                       00915550
             88 LK-PENDENTE-APROVACAO  VALUE 'P'.                       00915560
             88 LK-LANC-NAO-ACHADO     VALUE 'N'.                       00915570
             88 LK-JA-ESTORNADO        VALUE 'J'.                       00915580
             88 LK-LANC-E-ESTORNO      VALUE 'R'.                       00915590
             88 LK-FORA-DO-DIA         VALUE 'F'.                       00915600
             88 LK-OPERADOR-INVALIDO   VALUE 'O'.                       00915610
             88 LK-CONTA-NAO-ACHADA    VALUE 'C'.                       00915620
             88 LK-SALDO-INSUFICIENTE  VALUE 'I'.                       00915630
             88 LK-ERRO-PENDENCIA      VALUE 'X'.                       00915640
             88 LK-ERRO-GRAVACAO       VALUE 'E'.                       00915650
             88 LK-ACAO-INVALIDA       VALUE 'T'.                       00915660
      *   DATA E HORA (AAAAMMDDHHMMSS) DO ESTORNO APLICADO.             00915670
          05 LK-REFERENCIA    PIC X(14).                                00915680
                                                                        00915690
      *=============================================================*   00915700
       PROCEDURE                                  DIVISION.             00915710
      *=============================================================*   00915720
      ***************************************************************   00915730
      *          R O T I N A   P R I N C I P A L                    *   00915740
      ***************************************************************   00915750
      *--------------------------------------------------------------   00915760
       0000-PRINCIPAL                             SECTION.              00915770
      *--------------------------------------------------------------   00915780
            MOVE SPACES TO LK-RESULTADO LK-REFERENCIA.                  00915790
            MOVE ZEROS  TO LK-SALDO.                                    00915800
            MOVE 'N' TO WRK-SW-LANC-PRESO WRK-SW-CONTA-PRESA.           00915810
            PERFORM 5000-OBTER-DATA-HORA.                               00915820
            EVALUATE TRUE                                               00915830
              WHEN LK-ACAO-PEDIR                                        00915840
                PERFORM 1000-PEDIR-ESTORNO                              00915850
              WHEN EIBTRNID NOT EQUAL 'CLAP'                            00915860
                SET LK-ACAO-INVALIDA TO TRUE                            00915870
              WHEN LK-ACAO-APLICAR                                      00915880
                PERFORM 2000-APLICAR-ESTORNO                            00915890
              WHEN LK-ACAO-LIBERAR                                      00915900
                PERFORM 3000-LIBERAR-PEDIDO                             00915910
              WHEN OTHER                                                00915920
                SET LK-ACAO-INVALIDA TO TRUE                            00915930
            END-EVALUATE.                                               00915940
            EXEC CICS RETURN END-EXEC.                                  00915950
      *--------------------------------------------------------------   00915960
       0000-99-FIM.                               EXIT.                 00915970
      *--------------------------------------------------------------   00915980
      ***************************************************************   00915990
      *       P E D I R   E S T O R N O                             *   00916000
      ***************************************************************   00916010
      * SO O LANCAMENTO DO DIA E ESTORNAVEL (O LANCVSAM E ZERADO NA *   00916020
      * NOITE). O OPERADOR TEM DE EXISTIR NO OPERLIM; O ESTORNO     *   00916030
      * SEMPRE PASSA PELA APROVACAO DO SUPERVISOR, QUALQUER QUE SEJA*   00916040
      * O VALOR, PARA QUE A CORRECAO NAO CONTORNE A CLAP.           *   00916050
      *--------------------------------------------------------------   00916060
       1000-PEDIR-ESTORNO                         SECTION.              00916070
      *--------------------------------------------------------------   00916080
            IF LK-DATA-ORIG NOT EQUAL WRK-DATA-HOJE                     00916090
              SET LK-FORA-DO-DIA TO TRUE                                00916100
            END-IF.                                                     00916110
            IF LK-RESULTADO EQUAL SPACES                                00916120
              PERFORM 1100-VERIFICAR-OPERADOR                           00916130
            END-IF.                                                     00916140
            IF LK-RESULTADO EQUAL SPACES                                00916150
              PERFORM 4000-LER-LANCAMENTO                               00916160
            END-IF.                                                     00916170
            IF LK-RESULTADO EQUAL SPACES                                00916180
              EVALUATE TRUE                                             00916190
                WHEN REG-LANC-E-ESTORNO                                 00916200
                  SET LK-LANC-E-ESTORNO TO TRUE                         00916210
                WHEN REG-LANC-LIVRE                                     00916220
                  CONTINUE                                              00916230
                WHEN OTHER                                              00916240
                  SET LK-JA-ESTORNADO TO TRUE                           00916250
              END-EVALUATE                                              00916260
              IF LK-RESULTADO NOT EQUAL SPACES                          00916270
                PERFORM 4900-SOLTAR-REGISTROS                           00916280
              END-IF                                                    00916290
            END-IF.                                                     00916300
            IF LK-RESULTADO EQUAL SPACES                                00916310
              PERFORM 1200-PARCAR-PENDENCIA                             00916320
            END-IF.                                                     00916330
      *--------------------------------------------------------------   00916340
       1000-99-FIM.                               EXIT.                 00916350
      *--------------------------------------------------------------   00916360
      *--------------------------------------------------------------   00916370
       1100-VERIFICAR-OPERADOR                    SECTION.              00916380
      *--------------------------------------------------------------   00916390
            MOVE SPACES      TO LK-APROVADOR.                           00916400
            MOVE LK-OPERADOR TO REG-OPER-ID.                            00916410
            EXEC CICS READ                                              00916420
                DATASET   ('OPERLIM')                                   00916430
                INTO      (REG-OPER)                                    00916440
                RIDFLD    (REG-OPER-ID)                                 00916450
                RESP      (WRK-RESP)                                    00916460
            END-EXEC.                                                   00916470
            IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                       00916480
              SET LK-OPERADOR-INVALIDO TO TRUE                          00916490
            END-IF.                                                     00916500
      *--------------------------------------------------------------   00916510
       1100-99-FIM.                               EXIT.                 00916520
      *--------------------------------------------------------------   00916530
      * A PENDENCIA (TIPO E) LEVA O VALOR DO ORIGINAL, O CODIGO DO  *   00916540
      * ESTORNO E, NO LUGAR DA CONTA DE DESTINO, A HORA DO ORIGINAL.*   00916550
      * SO DEPOIS DELA GRAVADA O ORIGINAL E MARCADO COMO PEDIDO; SE *   00916560
      * A MARCA FALHAR, O ROLLBACK DESFAZ A PENDENCIA.              *   00916570
      *--------------------------------------------------------------   00916580
       1200-PARCAR-PENDENCIA                      SECTION.              00916590
      *--------------------------------------------------------------   00916600
            PERFORM 4100-DEFINIR-ESTORNO.                               00916610
            MOVE LK-AGENCIA     TO REG-PEND-AGENCIA.                    00916620
            MOVE LK-CONTA       TO REG-PEND-CONTA.                      00916630
            MOVE WRK-DATA-HOJE  TO REG-PEND-HORA (1:8).                 00916640
            MOVE WRK-HORA-HOJE  TO REG-PEND-HORA (9:6).                 00916650
            MOVE LK-OPERADOR    TO REG-PEND-OPERADOR.                   00916660
            MOVE 'E'            TO REG-PEND-TIPOMOV.                    00916670
            MOVE REG-LANC-VALORMOV TO REG-PEND-VALORMOV.                00916680
            MOVE SPACES         TO REG-PEND-DESTINO.                    00916690
            MOVE LK-HORA-ORIG   TO REG-PEND-HORA-ORIG.                  00916700
            MOVE WRK-HIS-ESTORNO TO REG-PEND-HISTORICO.                 00916710
            EXEC CICS WRITE                                             00916720
                DATASET ('PENDVSAM')                                    00916730
                FROM    (REG-PEND)                                      00916740
                RIDFLD  (REG-PEND-CHAVE)                                00916750
                RESP    (WRK-RESP)                                      00916760
            END-EXEC.                                                   00916770
            IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                       00916780
              SET LK-ERRO-PENDENCIA TO TRUE                             00916790
              PERFORM 4900-SOLTAR-REGISTROS                             00916800
            ELSE                                                        00916810
              SET REG-LANC-PEDIDO-ESTORNO TO TRUE                       00916820
              PERFORM 4200-REGRAVAR-LANCAMENTO                          00916830
              IF LK-RESULTADO EQUAL SPACES                              00916840
                SET LK-PENDENTE-APROVACAO TO TRUE                       00916850
              END-IF                                                    00916860
            END-IF.                                                     00916870
      *--------------------------------------------------------------   00916880
       1200-99-FIM.                               EXIT.                 00916890
      *--------------------------------------------------------------   00916900
      ***************************************************************   00916910
      *       A P L I C A R   E S T O R N O                         *   00916920
      ***************************************************************   00916930
      * CHAMADA PELA CLAP NA APROVACAO DA PENDENCIA TIPO E. O       *   00916940
      * ORIGINAL TEM DE CONTINUAR PEDIDO E NO MESMO DIA. OS CODIGOS *   00916950
      * DE ESTORNO VALEM PARA CONTA BLOQUEADA E DORMENTE (#HISTREG):*   00916960
      * A SITUACAO DA CONTA NAO E TESTADA NEM ALTERADA. O ESTORNO DE*   00916970
      * UM CREDITO E UM DEBITO E SEGUE A REGRA SALDO + LIMITE.      *   00916980
      *--------------------------------------------------------------   00916990
       2000-APLICAR-ESTORNO                       SECTION.              00917000
      *--------------------------------------------------------------   00917010
            IF LK-DATA-ORIG NOT EQUAL WRK-DATA-HOJE                     00917020
              SET LK-FORA-DO-DIA TO TRUE                                00917030
            END-IF.                                                     00917040
            IF LK-RESULTADO EQUAL SPACES                                00917050
              PERFORM 4000-LER-LANCAMENTO                               00917060
            END-IF.                                                     00917070
            IF LK-RESULTADO EQUAL SPACES                                00917080
              IF NOT REG-LANC-PEDIDO-ESTORNO                            00917090
                SET LK-JA-ESTORNADO TO TRUE                             00917100
                PERFORM 4900-SOLTAR-REGISTROS                           00917110
              END-IF                                                    00917120
            END-IF.                                                     00917130
            IF LK-RESULTADO EQUAL SPACES                                00917140
              PERFORM 2100-LER-CONTA                                    00917150
            END-IF.                                                     00917160
            IF LK-RESULTADO EQUAL SPACES                                00917170
              PERFORM 2200-ATUALIZAR-SALDO                              00917180
            END-IF.                                                     00917190
            IF LK-RESULTADO EQUAL SPACES                                00917200
              PERFORM 2300-GRAVAR-ESTORNO                               00917210
            END-IF.                                                     00917220
            IF LK-RESULTADO EQUAL SPACES                                00917230
              SET LK-ESTORNO-EFETIVADO TO TRUE                          00917240
              MOVE REG-CLIENTES-SALDO TO LK-SALDO                       00917250
              PERFORM 2400-JORNALIZAR-ESTORNO                           00917260
            END-IF.                                                     00917270
      *--------------------------------------------------------------   00917280
       2000-99-FIM.                               EXIT.                 00917290
      *--------------------------------------------------------------   00917300
      *--------------------------------------------------------------   00917310
       2100-LER-CONTA                             SECTION.              00917320
      *--------------------------------------------------------------   00917330
            MOVE LK-AGENCIA TO REG-CLIENTES-AGENCIA.                    00917340
            MOVE LK-CONTA   TO REG-CLIENTES-CONTA.                      00917350
            EXEC CICS READ                                              00917360
                DATASET   ('CLIEVSAM')                                  00917370
                INTO      (REG-CLIENTES)                                00917380
                RIDFLD    (REG-CLIENTES-CHAVE)                          00917390
                UPDATE                                                  00917400
                TOKEN     (WRK-TOKEN-CONTA)                             00917410
                RESP      (WRK-RESP)                                    00917420
            END-EXEC.                                                   00917430
            IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                       00917440
              SET LK-CONTA-NAO-ACHADA TO TRUE                           00917450
              PERFORM 4900-SOLTAR-REGISTROS                             00917460
            ELSE                                                        00917470
              MOVE 'S' TO WRK-SW-CONTA-PRESA                            00917480
            END-IF.                                                     00917490
      *--------------------------------------------------------------   00917500
       2100-99-FIM.                               EXIT.                 00917510
      *--------------------------------------------------------------   00917520
      ***************************************************************   00940130
      *     A P U R A R   V A L O R   B L O Q U E A D O             *   00940140
      ***************************************************************   00940150
      * SOMA DAS ORDENS JUDICIAIS QUE RETEM VALOR NA CONTA, PELA    *   00940160
      * ROTINA FR16BJ02. SE O VALOR NAO PODE SER APURADO O ESTORNO  *   00940170
      * NAO E APLICADO (NA DUVIDA NAO SE LIBERA VALOR BLOQUEADO).   *   00940180
      *--------------------------------------------------------------   00940190
       2150-APURAR-BLOQUEADO                      SECTION.              00940200
      *--------------------------------------------------------------   00940210
            MOVE REG-CLIENTES-AGENCIA TO WRK-BLQ-AGENCIA.               00940220
            MOVE REG-CLIENTES-CONTA   TO WRK-BLQ-CONTA.                 00940230
            EXEC CICS LINK                                              00940240
                PROGRAM  ('FR16BJ02')                                   00940250
                COMMAREA (WRK-DADOS-BLQ)                                00940260
                LENGTH   (WRK-TAM-COMMAREA-BLQ)                         00940270
                RESP     (WRK-RESP)                                     00940280
            END-EXEC.                                                   00940290
            IF WRK-RESP NOT EQUAL DFHRESP(NORMAL) OR                    00940300
               NOT WRK-BLQ-OK                                           00940310
              SET LK-ERRO-GRAVACAO TO TRUE                              00940320
              PERFORM 4900-SOLTAR-REGISTROS                             00940330
            END-IF.                                                     00940340
      *--------------------------------------------------------------   00940350
       2150-99-FIM.                               EXIT.                 00940360
      *--------------------------------------------------------------   00940370
      *--------------------------------------------------------------   00917530
       2200-ATUALIZAR-SALDO                       SECTION.              00917540
      *--------------------------------------------------------------   00917550
            PERFORM 4100-DEFINIR-ESTORNO.                               00917560
            IF WRK-TIPO-ESTORNO EQUAL 'D'                               00917570
              PERFORM 2150-APURAR-BLOQUEADO                             00940380
              IF LK-RESULTADO EQUAL SPACES                              00940390
                COMPUTE WRK-SALDO-DISPONIVEL =                          00917580
                   REG-CLIENTES-SALDO + REG-CLIENTES-LIMITE             00917590
                   - WRK-BLQ-VALOR                                      00940400
                IF WRK-SALDO-DISPONIVEL LESS REG-LANC-VALORMOV          00917600
                  SET LK-SALDO-INSUFICIENTE TO TRUE                     00917610
                  PERFORM 4900-SOLTAR-REGISTROS                         00917620
                ELSE                                                    00917630
                  SUBTRACT REG-LANC-VALORMOV FROM REG-CLIENTES-SALDO    00917640
                END-IF                                                  00917650
              END-IF                                                    00940410
            ELSE                                                        00917660
              ADD REG-LANC-VALORMOV TO REG-CLIENTES-SALDO               00917670
            END-IF.                                                     00917680
            IF LK-RESULTADO EQUAL SPACES                                00917690
              MOVE WRK-DATA-HOJE TO REG-CLIENTES-DATA-ULT-MOV           00917700
            END-IF.                                                     00917710
      *--------------------------------------------------------------   00917720
       2200-99-FIM.                               EXIT.                 00917730
      *--------------------------------------------------------------   00917740
      ***************************************************************   00917750
      *       G R A V A R   E S T O R N O                           *   00917760
      ***************************************************************   00917770
      * CONTA, ORIGINAL (MARCADO E, LIGADO A HORA DO ESTORNO) E O   *   00917780
      * PROPRIO ESTORNO (SITUACAO R, LIGADO A HORA DO ORIGINAL) NUMA*   00917790
      * UNICA UNIDADE DE TRABALHO: SE QUALQUER GRAVACAO FALHAR, O   *   00917800
      * SYNCPOINT ROLLBACK DESFAZ AS ANTERIORES E NADA E            *   00917810
      * JORNALIZADO.                                                *   00917820
      *--------------------------------------------------------------   00917830
       2300-GRAVAR-ESTORNO                        SECTION.              00917840
      *--------------------------------------------------------------   00917850
            EXEC CICS REWRITE                                           00917860
                DATASET ('CLIEVSAM')                                    00917870
                FROM    (REG-CLIENTES)                                  00917880
                TOKEN   (WRK-TOKEN-CONTA)                               00917890
                RESP    (WRK-RESP)                                      00917900
            END-EXEC.                                                   00917910
            IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                       00917920
              SET LK-ERRO-GRAVACAO TO TRUE                              00917930
            ELSE                                                        00917940
              MOVE 'N' TO WRK-SW-CONTA-PRESA                            00917950
              SET REG-LANC-ESTORNADO TO TRUE                            00917960
              MOVE WRK-HORA-HOJE TO REG-LANC-HORA-LIGADA                00917970
              PERFORM 4200-REGRAVAR-LANCAMENTO                          00917990
            END-IF.                                                     00918000
            IF LK-RESULTADO EQUAL SPACES                                00918010
              MOVE WRK-DATA-HOJE    TO REG-LANC-DATA                    00918020
              MOVE WRK-HORA-HOJE    TO REG-LANC-HORA                    00918030
              MOVE WRK-TIPO-ESTORNO TO REG-LANC-TIPOMOV                 00918040
              MOVE WRK-HIS-ESTORNO  TO REG-LANC-HISTORICO               00918050
              MOVE LK-OPERADOR      TO REG-LANC-OPERADOR                00918060
              MOVE LK-APROVADOR     TO REG-LANC-APROVADOR               00918070
              MOVE 'CLES'           TO REG-LANC-TRANSACAO               00918080
              SET REG-LANC-E-ESTORNO TO TRUE                            00918090
              MOVE LK-HORA-ORIG     TO REG-LANC-HORA-LIGADA             00918100
              EXEC CICS WRITE                                           00918110
                  DATASET ('LANCVSAM')                                  00918120
                  FROM    (REG-LANC)                                    00918130
                  RIDFLD  (REG-LANC-CHAVE)                              00918140
                  RESP    (WRK-RESP)                                    00918150
              END-EXEC                                                  00918160
              IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                     00918170
                SET LK-ERRO-GRAVACAO TO TRUE                            00918180
              END-IF                                                    00918190
            END-IF.                                                     00918200
            IF LK-ERRO-GRAVACAO                                         00918210
              EXEC CICS SYNCPOINT ROLLBACK                              00918220
              END-EXEC                                                  00918230
              MOVE 'N' TO WRK-SW-LANC-PRESO WRK-SW-CONTA-PRESA          00918240
            ELSE                                                        00918250
              MOVE WRK-DATA-HOJE TO LK-REFERENCIA (1:8)                 00918260
              MOVE WRK-HORA-HOJE TO LK-REFERENCIA (9:6)                 00918270
            END-IF.                                                     00918280
      *--------------------------------------------------------------   00918290
       2300-99-FIM.                               EXIT.                 00918300
      *--------------------------------------------------------------   00918310
      ***************************************************************   00918320
      *       J O R N A L I Z A R   E S T O R N O                   *   00918330
      ***************************************************************   00918340
      * O LANCAMENTO CONTRARIO VAI AO MOVJ COM A REFERENCIA DO      *   00918350
      * ORIGINAL NO TEXTO: A CONSOLIDACAO LANCA OS DOIS NO MESTRE E *   00918360
      * O FR16VS04, O FR16VS05 E O EXTRATO MOSTRAM O PAR ESTORNADO. *   00918370
      *--------------------------------------------------------------   00918380
       2400-JORNALIZAR-ESTORNO                    SECTION.              00918390
      *--------------------------------------------------------------   00918400
            MOVE LK-AGENCIA        TO WRK-JRN-AGENCIA.                  00918410
            MOVE LK-CONTA          TO WRK-JRN-CONTA.                    00918420
            MOVE 'ESTORNO DO LANC ' TO WRK-JRN-TEXTO.                   00918430
            MOVE LK-DATA-ORIG      TO WRK-JRN-REFERENCIA (1:8).         00918440
            MOVE LK-HORA-ORIG      TO WRK-JRN-REFERENCIA (9:6).         00918450
            MOVE LK-VALORMOV       TO WRK-JRN-VALORMOV.                 00918460
            MOVE WRK-TIPO-ESTORNO  TO WRK-JRN-TIPOMOV.                  00918470
            MOVE LK-OPERADOR       TO WRK-JRN-OPERADOR.                 00918480
            MOVE LK-APROVADOR      TO WRK-JRN-APROVADOR.                00918490
            MOVE WRK-HIS-ESTORNO   TO WRK-JRN-HISTORICO.                00918500
            EXEC CICS WRITEQ TD                                         00918510
                QUEUE  ('MOVJ')                                         00918520
                FROM   (WRK-JORNAL-MOV)                                 00918530
                LENGTH (WRK-TAM-JORNAL)                                 00918540
            END-EXEC.                                                   00918550
      *--------------------------------------------------------------   00918560
       2400-99-FIM.                               EXIT.                 00918570
      *--------------------------------------------------------------   00918580
      ***************************************************************   00918590
      *       L I B E R A R   P E D I D O                           *   00918600
      ***************************************************************   00918610
      * CHAMADA PELA CLAP NA REJEICAO DA PENDENCIA TIPO E: O        *   00918620
      * ORIGINAL VOLTA A SER ESTORNAVEL. SE JA NAO ESTIVER PEDIDO   *   00918630
      * (OU O LANCVSAM JA FOI ZERADO NA NOITE) NAO HA O QUE LIBERAR.*   00918640
      *--------------------------------------------------------------   00918650
       3000-LIBERAR-PEDIDO                        SECTION.              00918660
      *--------------------------------------------------------------   00918670
            PERFORM 4000-LER-LANCAMENTO.                                00918680
            IF LK-RESULTADO EQUAL SPACES                                00918690
              IF REG-LANC-PEDIDO-ESTORNO                                00918700
                SET REG-LANC-LIVRE TO TRUE                              00918710
                PERFORM 4200-REGRAVAR-LANCAMENTO                        00918720
              ELSE                                                      00918730
                PERFORM 4900-SOLTAR-REGISTROS                           00918740
              END-IF                                                    00918750
            END-IF.                                                     00918760
            IF LK-RESULTADO EQUAL SPACES                                00918770
              SET LK-ESTORNO-EFETIVADO TO TRUE                          00918780
            END-IF.                                                     00918790
      *--------------------------------------------------------------   00918800
       3000-99-FIM.                               EXIT.                 00918810
      *--------------------------------------------------------------   00918820
      ***************************************************************   00918830
      *       L E R   L A N C A M E N T O   ( U P D A T E )         *   00918840
      ***************************************************************   00918850
      *--------------------------------------------------------------   00918860
       4000-LER-LANCAMENTO                        SECTION.              00918870
      *--------------------------------------------------------------   00918880
            MOVE LK-AGENCIA   TO REG-LANC-AGENCIA.                      00918890
            MOVE LK-CONTA     TO REG-LANC-CONTA.                        00918900
            MOVE LK-DATA-ORIG TO REG-LANC-DATA.                         00918910
            MOVE LK-HORA-ORIG TO REG-LANC-HORA.                         00918920
            EXEC CICS READ                                              00918930
                DATASET   ('LANCVSAM')                                  00918940
                INTO      (REG-LANC)                                    00918950
                RIDFLD    (REG-LANC-CHAVE)                              00918960
                UPDATE                                                  00918970
                TOKEN     (WRK-TOKEN-LANC)                              00918980
                RESP      (WRK-RESP)                                    00918990
            END-EXEC.                                                   00919000
            IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                       00919010
              SET LK-LANC-NAO-ACHADO TO TRUE                            00919020
            ELSE                                                        00919030
              MOVE 'S' TO WRK-SW-LANC-PRESO                             00919040
              MOVE REG-LANC-TIPOMOV  TO LK-TIPOMOV                      00919050
              MOVE REG-LANC-VALORMOV TO LK-VALORMOV                     00919060
            END-IF.                                                     00919070
      *--------------------------------------------------------------   00919080
       4000-99-FIM.                               EXIT.                 00919090
      *--------------------------------------------------------------   00919100
      * ESTORNO DE CREDITO E DEBITO (012); DE DEBITO, CREDITO (013).*   00919110
      *--------------------------------------------------------------   00919120
       4100-DEFINIR-ESTORNO                       SECTION.              00919130
      *--------------------------------------------------------------   00919140
            IF REG-LANC-TIPOMOV EQUAL 'C'                               00919150
              MOVE 'D'              TO WRK-TIPO-ESTORNO                 00919160
              MOVE WRK-HIS-EST-CRED TO WRK-HIS-ESTORNO                  00919170
            ELSE                                                        00919180
              MOVE 'C'              TO WRK-TIPO-ESTORNO                 00919190
              MOVE WRK-HIS-EST-DEB  TO WRK-HIS-ESTORNO                  00919200
            END-IF.                                                     00919210
      *--------------------------------------------------------------   00919220
       4100-99-FIM.                               EXIT.                 00919230
      *--------------------------------------------------------------   00919240
      *--------------------------------------------------------------   00919250
       4200-REGRAVAR-LANCAMENTO                   SECTION.              00919260
      *--------------------------------------------------------------   00919270
            EXEC CICS REWRITE                                           00919280
                DATASET ('LANCVSAM')                                    00919290
                FROM    (REG-LANC)                                      00919300
                TOKEN   (WRK-TOKEN-LANC)                                00919310
                RESP    (WRK-RESP)                                      00919320
            END-EXEC.                                                   00919330
            MOVE 'N' TO WRK-SW-LANC-PRESO.                              00919340
            IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                       00919350
              SET LK-ERRO-GRAVACAO TO TRUE                              00919360
              EXEC CICS SYNCPOINT ROLLBACK                              00919370
              END-EXEC                                                  00919380
              MOVE 'N' TO WRK-SW-CONTA-PRESA                            00919390
            END-IF.                                                     00919400
      *--------------------------------------------------------------   00919410
       4200-99-FIM.                               EXIT.                 00919420
      *--------------------------------------------------------------   00919430
      ***************************************************************   00919440
      *       S O L T A R   R E G I S T R O S                       *   00919450
      ***************************************************************   00919460
      *--------------------------------------------------------------   00919470
       4900-SOLTAR-REGISTROS                      SECTION.              00919480
      *--------------------------------------------------------------   00919490
            IF WRK-LANC-PRESO                                           00919500
              EXEC CICS UNLOCK                                          00919510
                  DATASET ('LANCVSAM')                                  00919520
                  TOKEN   (WRK-TOKEN-LANC)                              00919530
                  RESP    (WRK-RESP)                                    00919540
              END-EXEC                                                  00919550
              MOVE 'N' TO WRK-SW-LANC-PRESO                             00919560
            END-IF.                                                     00919570
            IF WRK-CONTA-PRESA                                          00919580
              EXEC CICS UNLOCK                                          00919590
                  DATASET ('CLIEVSAM')                                  00919600
                  TOKEN   (WRK-TOKEN-CONTA)                             00919610
                  RESP    (WRK-RESP)                                    00919620
              END-EXEC                                                  00919630
              MOVE 'N' TO WRK-SW-CONTA-PRESA                            00919640
            END-IF.                                                     00919650
      *--------------------------------------------------------------   00919660
       4900-99-FIM.                               EXIT.                 00919670
      *--------------------------------------------------------------   00919680
      ***************************************************************   00919690
      *       O B T E R   D A T A   E   H O R A                     *   00919700
      ***************************************************************   00919710
      *--------------------------------------------------------------   00919720
       5000-OBTER-DATA-HORA                       SECTION.              00919730
      *--------------------------------------------------------------   00919740
            EXEC CICS ASKTIME                                           00919750
                ABSTIME (WRK-ABSTIME)                                   00919760
            END-EXEC.                                                   00919770
            EXEC CICS FORMATTIME                                        00919780
                ABSTIME  (WRK-ABSTIME)                                  00919790
                YYYYMMDD (WRK-DATA-HOJE)                                00919800
                TIME     (WRK-HORA-HOJE)                                00919810
            END-EXEC.                                                   00919820
      *--------------------------------------------------------------   00919830
       5000-99-FIM.                               EXIT.                 00919840
      *--------------------------------------------------------------   00919850
