      *                 JORNALIZA CADA MOVIMENTO EFETIVADO NA FILA  *   00010200
      *                 TD EXTRAPARTICIONADA MOVJ (LAYOUT MOV0106), *   00010210
      *                 PARA O MOVIMENTO ONLINE ENTRAR NA           *   00010220
      *                 RECONCILIACAO DO BATCH. O CODIGO DE         *   00880000
      *                 HISTORICO (LK-HISTORICO, ZERO = 001 NO      *   00880010
      *                 CREDITO E 002 NO DEBITO) TEM DE EXISTIR NO  *   00880020
      *                 HISTVSAM COM O MESMO SENTIDO DO TIPOMOV E   *   00880030
      *                 DIZ SE A CONTA BLOQUEADA OU DORMENTE PODE   *   00880040
      *                 RECEBER O LANCAMENTO.                       *   00880050
      *                 CADA LANCAMENTO EFETIVADO E REGISTRADO NO   *   00913000
      *                 LANCVSAM (#LANCREG) COM A DATA E HORA, QUE  *   00913010
      *                 VOLTAM AO CAIXA (LK-REFERENCIA) E VAO NO    *   00913020
      *                 TEXTO DO MOVIMENTO NO MOVJ: E POR ELAS QUE  *   00913030
      *                 O ESTORNO DA CLES (FR16ON08) ACHA O         *   00913040
      *                 LANCAMENTO. OS CODIGOS DE ESTORNO (012 E    *   00913050
      *                 013) SO ENTRAM PELA CLES.                   *   00913060
      *                 O VALOR BLOQUEADO POR ORDEM JUDICIAL NA     *   00940000
      *                 CONTA (ROTINA FR16BJ02, POR LINK) NAO ENTRA *   00940010
      *                 NO SALDO + LIMITE DO DEBITO; SE A ROTINA    *   00940020
      *                 FALHAR, O DEBITO E RECUSADO (E). OS CODIGOS *   00940030
      *                 DA TRANSFERENCIA JUDICIAL (014 E 015) SO    *   00940040
      *                 ENTRAM PELO FR16BJ03 NA NOITE.              *   00940050
      *-------------------------------------------------------------*   00010240
      *   TRANSACAO..: CLMV                                         *   00010250
      *   COMMAREA...: DFHCOMMAREA (LK-COMMAREA)                    *   00010260
      *   ARQUIVOS...:                                              *   00010280
      *    DDNAME              I/O                                  *   00010290
      *    CLIEVSAM            I/O                                  *   00010300
      *    HISTVSAM             I                                   *   00880060
      *    LANCVSAM             O                                   *   00913070
      *    MOVJ (FILA TD)       O                                   *   00010310
      *    FR16BJ02 (LINK)                                          *   00940060
      *=============================================================*   00010320
                                                                        00010330
      *=============================================================*   00010340
              '-----------DADOS E FILE STATUS---------------'.          00010580
      *-------------------------------------------------------------*   00010590
       77 WRK-RESP          PIC S9(08) COMP.                            00010600
       77 WRK-TAM-JORNAL    PIC S9(04) COMP VALUE +68.                  00010610
       77 WRK-ABSTIME       PIC S9(15) COMP-3 VALUE ZEROS.              00012200
       77 WRK-SALDO-DISPONIVEL PIC S9(09)V99 VALUE ZEROS.               00012600
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.                      00012210
       77 WRK-HORA-HOJE     PIC 9(06) VALUE ZEROS.                      00060010
       77 WRK-HIS-EST-CRED  PIC 9(03) VALUE 012.                        00913080
       77 WRK-HIS-EST-DEB   PIC 9(03) VALUE 013.                        00913090
       77 WRK-HIS-TRF-JUD   PIC 9(03) VALUE 014.                        00940070
       77 WRK-HIS-DEP-JUD   PIC 9(03) VALUE 015.                        00940080
       77 WRK-TAM-COMMAREA-BLQ PIC S9(04) COMP VALUE +24.               00940090
                                                                        00940100
      *-------------------------------------------------------------*   00940110
       01 FILLER PIC X(45) VALUE                                        00940120
              '-----------COMMAREA DO FR16BJ02 (#GBLQ)------'.          00940130
      *-------------------------------------------------------------*   00940140
                                                                        00940150
       COPY '#GBLQ'.                                                    00940160
                                                                        00060020
      *-------------------------------------------------------------*   00880070
       01 FILLER PIC X(45) VALUE                                        00880080
              '-----------TABELA DE HISTORICOS (HISTVSAM)---'.          00880090
      *-------------------------------------------------------------*   00880100
                                                                        00880110
       COPY '#HISTREG'.                                                 00880120
                                                                        00880130
      *-------------------------------------------------------------*   00060030
       01 FILLER PIC X(45) VALUE                                        00060040
              '-----------LIMITE DO OPERADOR (OPERLIM)------'.          00060050
      *-------------------------------------------------------------*   00060130
                                                                        00060140
       COPY '#PENDREG'.                                                 00060150
                                                                        00913100
      *-------------------------------------------------------------*   00913110
       01 FILLER PIC X(45) VALUE                                        00913120
              '-----------LANCAMENTOS DO DIA (LANCVSAM)-----'.          00913130
      *-------------------------------------------------------------*   00913140
                                                                        00913150
       COPY '#LANCREG'.                                                 00913160
                                                                        00010620
      *-------------------------------------------------------------*   00010630
       01 FILLER PIC X(45) VALUE                                        00010640
      * O JORNAL CARREGA TAMBEM O OPERADOR QUE LANCOU E, NO          00060160
      * LANCAMENTO LIBERADO PELO SUPERVISOR, QUEM APROVOU: E A        00060170
      * TRILHA DE AUDITORIA DA NOITE. O STEP018 DO BATNOITE CORTA    00060180
      * OS 49 PRIMEIROS BYTES E O HISTORICO PARA A CONSOLIDACAO DO      00880140
      * FR16MV01.                                                       00880150
       01 WRK-JORNAL-MOV.                                               00010670
          05 WRK-JRN-AGENCIA     PIC X(04).                             00010680
          05 WRK-JRN-CONTA       PIC X(04).                             00010690
          05 WRK-JRN-MOVIMENTO.                                         00010700
             10 WRK-JRN-TEXTO      PIC X(16).                           00913170
             10 WRK-JRN-REFERENCIA PIC X(14).                           00913180
          05 WRK-JRN-VALORMOV    PIC 9(08)V99.                          00010710
          05 WRK-JRN-TIPOMOV     PIC X(01).                             00010720
          05 WRK-JRN-OPERADOR    PIC X(08).                             00060200
          05 WRK-JRN-APROVADOR   PIC X(08).                             00060210
          05 WRK-JRN-HISTORICO   PIC 9(03).                             00880160
                                                                        00010730
      *-------------------------------------------------------------*   00010740
       LINKAGE                                    SECTION.              00010750
             88 LK-PENDENTE-APROVACAO  VALUE 'P'.                       00060220
             88 LK-OPERADOR-INVALIDO   VALUE 'O'.                       00060230
             88 LK-ERRO-PENDENCIA      VALUE 'X'.                       00060840
             88 LK-HISTORICO-INVALIDO  VALUE 'H'.                       00880170
             88 LK-CONTA-DORMENTE      VALUE 'D'.                       00880180
             88 LK-ERRO-REGISTRO       VALUE 'E'.                       00913190
          05 LK-OPERADOR      PIC X(08).                                00060240
          05 LK-HISTORICO     PIC 9(03).                                00880190
      *   DATA E HORA DO LANCAMENTO EFETIVADO (AAAAMMDDHHMMSS), A       00913200
      *   CHAVE DO ESTORNO NA CLES.                                     00913210
          05 LK-REFERENCIA    PIC X(14).                                00913220
                                                                        00010890
      *=============================================================*   00010900
       PROCEDURE                                  DIVISION.             00010910
       0000-PRINCIPAL                             SECTION.              00010970
      *--------------------------------------------------------------   00010980
            MOVE ZEROS TO LK-SALDO.                                     00010990
            MOVE SPACES TO LK-REFERENCIA.                               00913230
            PERFORM 1000-VALIDAR-ENTRADA.                               00011000
            IF LK-RESULTADO EQUAL SPACES                                00060250
              PERFORM 1500-VERIFICAR-LIMITE-OPERADOR                    00060260
                SET LK-VALOR-INVALIDO TO TRUE                           00011250
              END-IF                                                    00011260
            END-IF.                                                     00011270
            IF LK-RESULTADO EQUAL SPACES                                00880200
              PERFORM 1100-VALIDAR-HISTORICO                            00880210
            END-IF.                                                     00880220
      *--------------------------------------------------------------   00011280
       1000-99-FIM.                               EXIT.                 00011290
      *--------------------------------------------------------------   00880230
      ***************************************************************   00880240
      *       V A L I D A R   H I S T O R I C O                     *   00880250
      ***************************************************************   00880260
      * SEM CODIGO INFORMADO VALE O DEPOSITO (001) NO CREDITO E O   *   00880270
      * SAQUE (002) NO DEBITO; O CODIGO TEM DE EXISTIR NO HISTVSAM  *   00880280
      * COM O MESMO SENTIDO DO TIPOMOV, A MESMA REGRA DO FR16MV01.  *   00880290
      * OS CODIGOS DE ESTORNO SO SAO GRAVADOS PELA CLES, LIGADOS AO *   00913240
      * LANCAMENTO ORIGINAL.                                        *   00913250
      *--------------------------------------------------------------   00880300
       1100-VALIDAR-HISTORICO                     SECTION.              00880310
      *--------------------------------------------------------------   00880320
            IF LK-HISTORICO NOT NUMERIC OR                              00880330
               LK-HISTORICO EQUAL ZEROS                                 00880340
              IF LK-TIPOMOV EQUAL 'C'                                   00880350
                MOVE 001 TO LK-HISTORICO                                00880360
              ELSE                                                      00880370
                MOVE 002 TO LK-HISTORICO                                00880380
              END-IF                                                    00880390
            END-IF.                                                     00880400
            MOVE LK-HISTORICO TO REG-HIST-CODIGO.                       00880410
            EXEC CICS READ                                              00880420
                DATASET   ('HISTVSAM')                                  00880430
                INTO      (REG-HIST)                                    00880440
                RIDFLD    (REG-HIST-CODIGO)                             00880450
                RESP      (WRK-RESP)                                    00880460
            END-EXEC.                                                   00880470
            IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                       00880480
              SET LK-HISTORICO-INVALIDO TO TRUE                         00880490
            ELSE                                                        00880500
              IF REG-HIST-SENTIDO NOT EQUAL LK-TIPOMOV OR               00880510
                 LK-HISTORICO EQUAL WRK-HIS-EST-CRED OR                 00913260
                 LK-HISTORICO EQUAL WRK-HIS-EST-DEB OR                  00913270
                 LK-HISTORICO EQUAL WRK-HIS-TRF-JUD OR                  00940170
                 LK-HISTORICO EQUAL WRK-HIS-DEP-JUD                     00940180
                SET LK-HISTORICO-INVALIDO TO TRUE                       00880520
              END-IF                                                    00880530
            END-IF.                                                     00880540
      *--------------------------------------------------------------   00880550
       1100-99-FIM.                               EXIT.                 00880560
      *--------------------------------------------------------------   00060280
      ***************************************************************   00060290
      *   V E R I F I C A R   L I M I T E   D O   O P E R A D O R   *   00060300
            MOVE LK-OPERADOR   TO REG-PEND-OPERADOR.                    00060700
            MOVE LK-TIPOMOV    TO REG-PEND-TIPOMOV.                     00060710
            MOVE LK-VALORMOV   TO REG-PEND-VALORMOV.                    00060720
            MOVE SPACES        TO REG-PEND-DESTINO.                     00060725
            MOVE LK-HISTORICO  TO REG-PEND-HISTORICO.                   00880570
            EXEC CICS WRITE                                             00060730
                DATASET ('PENDVSAM')                                    00060740
                FROM    (REG-PEND)                                      00060750
            IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                       00011460
              SET LK-CONTA-NAO-ACHADA TO TRUE                           00011470
            ELSE                                                        00012230
      *       A CONTA BLOQUEADA OU DORMENTE SO RECEBE O LANCAMENTO      00880580
      *       CUJO HISTORICO PERMITE: A MESMA REGRA QUE O FR16EX04      00880590
      *       APLICA NO BATCH.                                          00880600
              EVALUATE TRUE                                             00880610
               WHEN REG-CLIENTES-BLOQUEADA AND                          00880620
                    NOT REG-HIST-BLOQUEADA-SIM                          00880630
                SET LK-CONTA-BLOQUEADA TO TRUE                          00880640
               WHEN REG-CLIENTES-DORMENTE AND                           00880650
                    NOT REG-HIST-DORMENTE-SIM                           00880660
                SET LK-CONTA-DORMENTE TO TRUE                           00880670
               WHEN OTHER                                               00880680
                CONTINUE                                                00880690
              END-EVALUATE                                              00880700
              IF LK-RESULTADO NOT EQUAL SPACES                          00880710
                EXEC CICS UNLOCK                                        00880720
                    DATASET ('CLIEVSAM')                                00880730
                END-EXEC                                                00880740
              END-IF                                                    00880750
            END-IF.                                                     00011480
      *--------------------------------------------------------------   00011490
       2000-99-FIM.                               EXIT.                 00011500
            ELSE                                                        00011620
      *       O DEBITO E HONRADO ATE SALDO + LIMITE DE CHEQUE           00012630
      *       ESPECIAL, A MESMA REGRA DO FR16EX04 NO BATCH.             00012640
      *       O VALOR BLOQUEADO POR ORDEM JUDICIAL NAO ENTRA.           00940190
              PERFORM 3100-APURAR-BLOQUEADO                             00940200
              IF LK-RESULTADO EQUAL SPACES                              00940210
                COMPUTE WRK-SALDO-DISPONIVEL =                          00012650
                   REG-CLIENTES-SALDO + REG-CLIENTES-LIMITE             00012660
                   - WRK-BLQ-VALOR                                      00940220
                IF WRK-SALDO-DISPONIVEL NOT LESS LK-VALORMOV            00011630
                  SUBTRACT LK-VALORMOV FROM REG-CLIENTES-SALDO          00011650
                ELSE                                                    00011660
                  SET LK-SALDO-INSUFICIENTE TO TRUE                     00011670
                  MOVE REG-CLIENTES-SALDO TO LK-SALDO                   00011680
                  EXEC CICS UNLOCK                                      00011690
                      DATASET ('CLIEVSAM')                              00011700
                  END-EXEC                                              00011710
                END-IF                                                  00011720
              END-IF                                                    00940230
            END-IF.                                                     00011730
            IF LK-RESULTADO EQUAL SPACES                                00011740
              PERFORM 3500-MARCAR-MOVIMENTO                             00012320
                  RESP    (WRK-RESP)                                    00011780
              END-EXEC                                                  00011790
              IF WRK-RESP EQUAL DFHRESP(NORMAL)                         00011800
                PERFORM 3700-REGISTRAR-LANCAMENTO                       00011810
              ELSE                                                      00011840
                SET LK-CONTA-NAO-ACHADA TO TRUE                         00011850
              END-IF                                                    00011860
              IF LK-RESULTADO EQUAL SPACES                              00913280
                SET LK-MOV-EFETIVADO TO TRUE                            00913290
                MOVE REG-CLIENTES-SALDO TO LK-SALDO                     00913300
                PERFORM 4000-JORNALIZAR-MOVIMENTO                       00913310
              END-IF                                                    00913320
            END-IF.                                                     00011870
      *--------------------------------------------------------------   00011880
       3000-99-FIM.                               EXIT.                 00011890
      *--------------------------------------------------------------   00012330
      ***************************************************************   00940240
      *     A P U R A R   V A L O R   B L O Q U E A D O             *   00940250
      ***************************************************************   00940260
      * SOMA DAS ORDENS JUDICIAIS QUE RETEM VALOR NA CONTA, PELA    *   00940270
      * ROTINA FR16BJ02. SE O VALOR NAO PODE SER APURADO O DEBITO   *   00940280
      * NAO E APLICADO (NA DUVIDA NAO SE LIBERA VALOR BLOQUEADO).   *   00940290
      *--------------------------------------------------------------   00940300
       3100-APURAR-BLOQUEADO                      SECTION.              00940310
      *--------------------------------------------------------------   00940320
            MOVE REG-CLIENTES-AGENCIA TO WRK-BLQ-AGENCIA.               00940330
            MOVE REG-CLIENTES-CONTA   TO WRK-BLQ-CONTA.                 00940340
            EXEC CICS LINK                                              00940350
                PROGRAM  ('FR16BJ02')                                   00940360
                COMMAREA (WRK-DADOS-BLQ)                                00940370
                LENGTH   (WRK-TAM-COMMAREA-BLQ)                         00940380
                RESP     (WRK-RESP)                                     00940390
            END-EXEC.                                                   00940400
            IF WRK-RESP NOT EQUAL DFHRESP(NORMAL) OR                    00940410
               NOT WRK-BLQ-OK                                           00940420
              SET LK-ERRO-REGISTRO TO TRUE                              00940430
              MOVE REG-CLIENTES-SALDO TO LK-SALDO                       00940440
              EXEC CICS UNLOCK                                          00940450
                  DATASET ('CLIEVSAM')                                  00940460
              END-EXEC                                                  00940470
            END-IF.                                                     00940480
      *--------------------------------------------------------------   00940490
       3100-99-FIM.                               EXIT.                 00940500
      *--------------------------------------------------------------   00940510
      ***************************************************************   00012340
      *       M A R C A R   M O V I M E N T O   A P L I C A D O     *   00012350
      ***************************************************************   00012360
            EXEC CICS FORMATTIME                                        00012470
                ABSTIME  (WRK-ABSTIME)                                  00012480
                YYYYMMDD (WRK-DATA-HOJE)                                00012490
                TIME     (WRK-HORA-HOJE)                                00913330
            END-EXEC.                                                   00012500
            MOVE WRK-DATA-HOJE TO REG-CLIENTES-DATA-ULT-MOV.            00012510
            IF REG-CLIENTES-DORMENTE                                    00012520
      *--------------------------------------------------------------   00012550
       3500-99-FIM.                               EXIT.                 00012560
      *--------------------------------------------------------------   00011900
      ***************************************************************   00913340
      *   R E G I S T R A R   O   L A N C A M E N T O   D O   D I A *   00913350
      ***************************************************************   00913360
      * O LANCAMENTO EFETIVADO ENTRA NO LANCVSAM PELA DATA E HORA,  *   00913370
      * PARA A CLES PODER ESTORNA-LO NO MESMO DIA. DOIS LANCAMENTOS *   00913380
      * NA MESMA CONTA NO MESMO SEGUNDO COLIDEM NA CHAVE (DUPREC):  *   00913390
      * O SYNCPOINT ROLLBACK DESFAZ O REWRITE DO CLIEVSAM (COMO NA  *   00913400
      * CLTR) E O OPERADOR RECEBE O ERRO E RELANCA.                 *   00913410
      *--------------------------------------------------------------   00913420
       3700-REGISTRAR-LANCAMENTO                  SECTION.              00913430
      *--------------------------------------------------------------   00913440
            MOVE SPACES        TO REG-LANC.                             00913450
            MOVE LK-AGENCIA    TO REG-LANC-AGENCIA.                     00913460
            MOVE LK-CONTA      TO REG-LANC-CONTA.                       00913470
            MOVE WRK-DATA-HOJE TO REG-LANC-DATA.                        00913480
            MOVE WRK-HORA-HOJE TO REG-LANC-HORA.                        00913490
            MOVE LK-TIPOMOV    TO REG-LANC-TIPOMOV.                     00913500
            MOVE LK-VALORMOV   TO REG-LANC-VALORMOV.                    00913510
            MOVE LK-HISTORICO  TO REG-LANC-HISTORICO.                   00913520
            MOVE LK-OPERADOR   TO REG-LANC-OPERADOR.                    00913530
            MOVE EIBTRNID      TO REG-LANC-TRANSACAO.                   00913540
            MOVE ZEROS         TO REG-LANC-HORA-LIGADA.                 00913550
            SET REG-LANC-LIVRE TO TRUE.                                 00913560
            EXEC CICS WRITE                                             00913570
                DATASET ('LANCVSAM')                                    00913580
                FROM    (REG-LANC)                                      00913590
                RIDFLD  (REG-LANC-CHAVE)                                00913600
                RESP    (WRK-RESP)                                      00913610
            END-EXEC.                                                   00913620
            IF WRK-RESP EQUAL DFHRESP(NORMAL)                           00913630
              MOVE WRK-DATA-HOJE TO LK-REFERENCIA (1:8)                 00913640
              MOVE WRK-HORA-HOJE TO LK-REFERENCIA (9:6)                 00913650
            ELSE                                                        00913660
              EXEC CICS SYNCPOINT ROLLBACK                              00913670
              END-EXEC                                                  00913680
              SET LK-ERRO-REGISTRO TO TRUE                              00913690
            END-IF.                                                     00913700
      *--------------------------------------------------------------   00913710
       3700-99-FIM.                               EXIT.                 00913720
      *--------------------------------------------------------------   00913730
      ***************************************************************   00011910
      *       J O R N A L I Z A R   M O V I M E N T O               *   00011920
      ***************************************************************   00011930
      * A FILA TD MOVJ E EXTRAPARTICIONADA E DESCARREGA NO DATASET  *   00011940
      * DE MOVIMENTO ONLINE, NO LAYOUT DO MOV0106, PARA ENTRAR NA   *   00011950
      * CONSOLIDACAO DO FR16MV01 NA NOITE SEGUINTE.                 *   00011960
      * O TEXTO LEVA A DATA E HORA DO LANCAMENTO (A MESMA CHAVE DO  *   00913740
      * LANCVSAM): O ESTORNO SAI COM A MESMA REFERENCIA E A NOITE   *   00913750
      * MOSTRA OS DOIS COMO PAR ESTORNADO.                          *   00913760
      *--------------------------------------------------------------   00011970
       4000-JORNALIZAR-MOVIMENTO                  SECTION.              00011980
      *--------------------------------------------------------------   00011990
            MOVE LK-AGENCIA  TO WRK-JRN-AGENCIA                         00012000
            MOVE LK-CONTA    TO WRK-JRN-CONTA                           00012010
            IF LK-TIPOMOV EQUAL 'C'                                     00012020
              MOVE 'CREDITO CLMV' TO WRK-JRN-TEXTO                      00012030
            ELSE                                                        00012040
              MOVE 'DEBITO CLMV'  TO WRK-JRN-TEXTO                      00012050
            END-IF                                                      00012060
            MOVE LK-REFERENCIA TO WRK-JRN-REFERENCIA                    00913770
            MOVE LK-VALORMOV TO WRK-JRN-VALORMOV                        00012070
            MOVE LK-TIPOMOV  TO WRK-JRN-TIPOMOV                         00012080
            MOVE LK-OPERADOR TO WRK-JRN-OPERADOR                        00060820
            MOVE SPACES      TO WRK-JRN-APROVADOR                       00060830
            MOVE LK-HISTORICO TO WRK-JRN-HISTORICO.                     00880760
            EXEC CICS WRITEQ TD                                         00012090
                QUEUE  ('MOVJ')                                         00012100
                FROM   (WRK-JORNAL-MOV)                                 00012110
