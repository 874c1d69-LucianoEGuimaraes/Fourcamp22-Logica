      *                 L = LISTAR ATE DEZ PENDENCIAS;              *   00010190
      *                 A = APROVAR UMA PENDENCIA: APLICA O         *   00010200
      *                     LANCAMENTO NO CLIEVSAM COM AS MESMAS    *   00010210
      *                     REGRAS DA CLMV (CONTA BLOQUEADA OU      *   00880000
      *                     DORMENTE CONFORME O HISTORICO DA        *   00880010
      *                     PENDENCIA NO HISTVSAM, SALDO + LIMITE), *   00880020
      *                     JORNALIZA NO MOVJ COM O HISTORICO, O    *   00880030
      *                     OPERADOR QUE LANCOU E O SUPERVISOR QUE  *   00880040
      *                     APROVOU, E APAGA A PENDENCIA;           *   00880050
      *                 R = REJEITAR: APAGA A PENDENCIA SEM         *   00881100
      *                     APLICAR.                                *   00881110
      *                 A PENDENCIA DE TRANSFERENCIA (TIPO T,       *   00070000
      *                 PARADA PELA CLTR) E APROVADA CHAMANDO O     *   00070010
      *                 FR16ON06 POR LINK COM O SUPERVISOR COMO     *   00070020
      *                 APROVADOR: AS DUAS PERNAS SAO APLICADAS E   *   00070030
      *                 JORNALIZADAS PELA PROPRIA TRANSACAO DE      *   00070040
      *                 TRANSFERENCIA.                              *   00070045
      *                 O PEDIDO DE ESTORNO (TIPO E, PARADO PELA    *   00920000
      *                 CLES) E APLICADO CHAMANDO O FR16ON08 POR    *   00920010
      *                 LINK; NA REJEICAO O FR16ON08 SOLTA A MARCA  *   00920020
      *                 DO LANCAMENTO ORIGINAL. TODO CREDITO/DEBITO *   00920030
      *                 APROVADO ENTRA NO LANCVSAM PELA DATA E      *   00920040
      *                 HORA, A REFERENCIA DEVOLVIDA PARA UM        *   00920050
      *                 ESTORNO.                                    *   00920060
      *                 NO DEBITO APROVADO, O VALOR BLOQUEADO POR   *   00940000
      *                 ORDEM JUDICIAL (ROTINA FR16BJ02, POR LINK)  *   00940010
      *                 NAO ENTRA NO SALDO + LIMITE; SE A ROTINA    *   00940020
      *                 FALHAR, A APROVACAO VOLTA COM ERRO (G) E A  *   00940030
      *                 PENDENCIA CONTINUA.                         *   00940040
      *-------------------------------------------------------------*   00010280
      *   TRANSACAO..: CLAP                                         *   00010290
      *   COMMAREA...: DFHCOMMAREA (LK-COMMAREA)                    *   00010300
      *    DDNAME              I/O                                  *   00010330
      *    PENDVSAM            I/O                                  *   00010340
      *    CLIEVSAM            I/O                                  *   00010350
      *    HISTVSAM             I                                   *   00880060
      *    LANCVSAM             O                                   *   00920070
      *    MOVJ (FILA TD)       O                                   *   00010360
      *    FR16ON06 (LINK)                                          *   00070050
      *    FR16ON08 (LINK)                                          *   00920080
      *    FR16BJ02 (LINK)                                          *   00940050
      *=============================================================*   00010370
                                                                        00010380
      *=============================================================*   00010390
                                                                        00010650
       COPY '#PENDREG'.                                                 00010660
                                                                        00010670
      *-------------------------------------------------------------*   00880070
       01 FILLER PIC X(45) VALUE                                        00880080
              '-----------TABELA DE HISTORICOS (HISTVSAM)---'.          00880090
      *-------------------------------------------------------------*   00880100
                                                                        00880110
       COPY '#HISTREG'.                                                 00880120
                                                                        00920090
      *-------------------------------------------------------------*   00920100
       01 FILLER PIC X(45) VALUE                                        00920110
              '-----------LANCAMENTOS DO DIA (LANCVSAM)-----'.          00920120
      *-------------------------------------------------------------*   00920130
                                                                        00920140
       COPY '#LANCREG'.                                                 00920150
                                                                        00880130
      *-------------------------------------------------------------*   00010680
       01 FILLER PIC X(45) VALUE                                        00010690
              '-----------DADOS E FILE STATUS---------------'.          00010700
      *-------------------------------------------------------------*   00010710
       77 WRK-RESP          PIC S9(08) COMP.                            00010720
       77 WRK-TAM-JORNAL    PIC S9(04) COMP VALUE +68.                  00010730
       77 WRK-ABSTIME       PIC S9(15) COMP-3 VALUE ZEROS.              00010740
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.                      00010750
       77 WRK-HORA-HOJE     PIC 9(06) VALUE ZEROS.                      00920160
       77 WRK-SALDO-DISPONIVEL PIC S9(09)V99 VALUE ZEROS.               00010760
       77 WRK-IND           PIC 9(02) COMP VALUE ZEROS.                 00010770
       77 WRK-SW-FIM        PIC X(01) VALUE 'N'.                        00010780
           88 WRK-FIM-BROWSE           VALUE 'S'.                       00010790
           88 WRK-SEGUE-BROWSE         VALUE 'N'.                       00010800
       77 WRK-TAM-COMMAREA-TRF PIC S9(04) COMP VALUE +81.               00070060
       77 WRK-TAM-COMMAREA-EST PIC S9(04) COMP VALUE +75.               00920170
       77 WRK-TAM-COMMAREA-BLQ PIC S9(04) COMP VALUE +24.               00940060
                                                                        00940070
      *-------------------------------------------------------------*   00940080
       01 FILLER PIC X(45) VALUE                                        00940090
              '-----------COMMAREA DO FR16BJ02 (#GBLQ)------'.          00940100
      *-------------------------------------------------------------*   00940110
                                                                        00940120
       COPY '#GBLQ'.                                                    00940130
                                                                        00070070
      *-------------------------------------------------------------*   00070080
       01 FILLER PIC X(45) VALUE                                        00070090
              '-----------COMMAREA DA CLTR (FR16ON06)-------'.          00070100
      *-------------------------------------------------------------*   00070110
       01 WRK-COMMAREA-TRF.                                             00070120
          05 WRK-TRF-ORIGEM.                                            00070130
             10 WRK-TRF-AGENCIA-ORI PIC X(04).                          00070140
             10 WRK-TRF-CONTA-ORI   PIC X(04).                          00070150
          05 WRK-TRF-DESTINO.                                           00070160
             10 WRK-TRF-AGENCIA-DES PIC X(04).                          00070170
             10 WRK-TRF-CONTA-DES   PIC X(04).                          00070180
          05 WRK-TRF-VALORMOV    PIC 9(08)V99.                          00070190
          05 WRK-TRF-SALDO-ORI   PIC S9(08)V99.                         00070200
          05 WRK-TRF-LIMITE-ORI  PIC 9(08)V99.                          00070210
          05 WRK-TRF-RESULTADO   PIC X(01).                             00070220
          05 WRK-TRF-OPERADOR    PIC X(08).                             00070230
          05 WRK-TRF-APROVADOR   PIC X(08).                             00070240
          05 WRK-TRF-REFERENCIA  PIC X(18).                             00070250
                                                                        00920180
      *-------------------------------------------------------------*   00920190
       01 FILLER PIC X(45) VALUE                                        00920200
              '-----------COMMAREA DA CLES (FR16ON08)-------'.          00920210
      *-------------------------------------------------------------*   00920220
       01 WRK-COMMAREA-EST.                                             00920230
          05 WRK-EST-ACAO        PIC X(01).                             00920240
          05 WRK-EST-AGENCIA     PIC X(04).                             00920250
          05 WRK-EST-CONTA       PIC X(04).                             00920260
          05 WRK-EST-DATA-ORIG   PIC 9(08).                             00920270
          05 WRK-EST-HORA-ORIG   PIC 9(06).                             00920280
          05 WRK-EST-OPERADOR    PIC X(08).                             00920290
          05 WRK-EST-APROVADOR   PIC X(08).                             00920300
          05 WRK-EST-TIPOMOV     PIC X(01).                             00920310
          05 WRK-EST-VALORMOV    PIC 9(08)V99.                          00920320
          05 WRK-EST-SALDO       PIC S9(08)V99.                         00920330
          05 WRK-EST-RESULTADO   PIC X(01).                             00920340
          05 WRK-EST-REFERENCIA  PIC X(14).                             00920350
                                                                        00010810
      *-------------------------------------------------------------*   00010820
       01 FILLER PIC X(45) VALUE                                        00010830
       01 WRK-JORNAL-MOV.                                               00010860
          05 WRK-JRN-AGENCIA     PIC X(04).                             00010870
          05 WRK-JRN-CONTA       PIC X(04).                             00010880
          05 WRK-JRN-MOVIMENTO.                                         00010890
             10 WRK-JRN-TEXTO      PIC X(16).                           00920360
             10 WRK-JRN-REFERENCIA PIC X(14).                           00920370
          05 WRK-JRN-VALORMOV    PIC 9(08)V99.                          00010900
          05 WRK-JRN-TIPOMOV     PIC X(01).                             00010910
          05 WRK-JRN-OPERADOR    PIC X(08).                             00010920
          05 WRK-JRN-APROVADOR   PIC X(08).                             00010930
          05 WRK-JRN-HISTORICO   PIC 9(03).                             00880140
                                                                        00010940
      *-------------------------------------------------------------*   00010950
       LINKAGE                                    SECTION.              00010960
             88 LK-SALDO-INSUFICIENTE VALUE 'I'.                        00011110
             88 LK-CONTA-BLOQUEADA    VALUE 'B'.                        00011120
             88 LK-ACAO-INVALIDA      VALUE 'T'.                        00011130
             88 LK-DESTINO-NAO-ACHADO VALUE 'D'.                        00070260
             88 LK-DESTINO-BLOQUEADO  VALUE 'K'.                        00070270
             88 LK-ERRO-TRANSFERENCIA VALUE 'E'.                        00070280
             88 LK-HISTORICO-INVALIDO VALUE 'H'.                        00880150
             88 LK-CONTA-DORMENTE     VALUE 'M'.                        00880160
             88 LK-ESTORNO-INVALIDO   VALUE 'L'.                        00920380
             88 LK-ERRO-GRAVACAO      VALUE 'G'.                        00920390
          05 LK-QTDE-PEND     PIC 9(02).                                00011140
          05 LK-PENDS OCCURS 10 TIMES.                                  00011150
             10 LK-PEND-AGENCIA   PIC X(04).                            00011160
             10 LK-PEND-OPERADOR  PIC X(08).                            00011190
             10 LK-PEND-TIPO      PIC X(01).                            00011200
             10 LK-PEND-VALOR     PIC 9(08)V99.                         00011210
      *   CONTA DE DESTINO DA PENDENCIA DE TRANSFERENCIA (TIPO T);      00070290
      *   NO PEDIDO DE ESTORNO (TIPO E), A HORA DO LANCAMENTO ORIGINAL. 00920400
          05 LK-PENDS-DESTINO OCCURS 10 TIMES.                          00070300
             10 LK-PEND-AGENCIA-DES PIC X(04).                          00070310
             10 LK-PEND-CONTA-DES   PIC X(04).                          00070320
      *   CODIGO DE HISTORICO DE CADA PENDENCIA.                        00880170
          05 LK-PENDS-HISTORICO OCCURS 10 TIMES.                        00880180
             10 LK-PEND-HISTORICO   PIC 9(03).                          00880190
      *   DATA E HORA (AAAAMMDDHHMMSS) DO LANCAMENTO APROVADO.          00920410
          05 LK-REFERENCIA    PIC X(14).                                00920420
                                                                        00011220
      *=============================================================*   00011230
       PROCEDURE                                  DIVISION.             00011240
      *--------------------------------------------------------------   00011290
       0000-PRINCIPAL                             SECTION.              00011300
      *--------------------------------------------------------------   00011310
            MOVE SPACES TO LK-RESULTADO LK-REFERENCIA.                  00011320
            MOVE ZEROS  TO LK-QTDE-PEND.                                00011330
            EVALUATE TRUE                                               00011340
             WHEN LK-ACAO-LISTAR                                        00011350
              MOVE REG-PEND-OPERADOR TO LK-PEND-OPERADOR (WRK-IND)      00011930
              MOVE REG-PEND-TIPOMOV  TO LK-PEND-TIPO (WRK-IND)          00011940
              MOVE REG-PEND-VALORMOV TO LK-PEND-VALOR (WRK-IND)         00011950
              MOVE REG-PEND-AGENCIA-DES TO LK-PEND-AGENCIA-DES (WRK-IND)00070330
              MOVE REG-PEND-CONTA-DES   TO LK-PEND-CONTA-DES (WRK-IND)  00070340
              MOVE REG-PEND-HISTORICO   TO LK-PEND-HISTORICO (WRK-IND)  00880200
              END-IF                                                    00012630
            END-IF.                                                     00011960
      *--------------------------------------------------------------   00011970
      ***************************************************************   00012000
      *       A P R O V A R   P E N D E N C I A                     *   00012010
      ***************************************************************   00012020
      * AS MESMAS REGRAS DO LANCAMENTO NORMAL (CLMV): CONTA         *   00880210
      * BLOQUEADA OU DORMENTE SO RECEBE O HISTORICO QUE PERMITE,    *   00880220
      * DEBITO E HONRADO ATE SALDO + LIMITE.                        *   00880230
      * A PENDENCIA SO E APAGADA COM O LANCAMENTO EFETIVADO E       *   00012050
      * JORNALIZADO; QUANDO A REGRA RECUSA, A PENDENCIA FICA PARA   *   00012060
      * O SUPERVISOR REJEITAR EXPLICITAMENTE.                       *   00012070
       2000-APROVAR-PENDENCIA                     SECTION.              00012090
      *--------------------------------------------------------------   00012100
            PERFORM 4000-LER-PENDENCIA-UPDATE.                          00012110
            IF LK-RESULTADO EQUAL SPACES AND                            00070350
               REG-PEND-TIPOMOV EQUAL 'T'                               00070360
              PERFORM 4500-APROVAR-TRANSFERENCIA                        00070370
            ELSE                                                        00920430
            IF LK-RESULTADO EQUAL SPACES AND                            00920440
               REG-PEND-TIPOMOV EQUAL 'E'                               00920450
              PERFORM 4600-APROVAR-ESTORNO                              00920460
            ELSE                                                        00070380
            IF LK-RESULTADO EQUAL SPACES                                00880240
              PERFORM 4050-LER-HISTORICO                                00880250
            END-IF                                                      00880260
            IF LK-RESULTADO EQUAL SPACES                                00012120
              PERFORM 4100-LER-CLIEVSAM-UPDATE                          00012130
            END-IF                                                      00012140
            IF LK-RESULTADO EQUAL SPACES                                00012150
              PERFORM 4200-APLICAR-E-JORNALIZAR                         00012160
            END-IF                                                      00012170
            END-IF                                                      00920470
            END-IF.                                                     00070390
      *--------------------------------------------------------------   00012180
       2000-99-FIM.                               EXIT.                 00012190
      *--------------------------------------------------------------   00012200
       3000-REJEITAR-PENDENCIA                    SECTION.              00012250
      *--------------------------------------------------------------   00012260
            PERFORM 4000-LER-PENDENCIA-UPDATE.                          00012270
            IF LK-RESULTADO EQUAL SPACES AND                            00920480
               REG-PEND-TIPOMOV EQUAL 'E'                               00920490
              PERFORM 4700-LIBERAR-ESTORNO                              00920500
            END-IF.                                                     00920510
            IF LK-RESULTADO EQUAL SPACES                                00012280
              EXEC CICS DELETE                                          00012290
                  DATASET ('PENDVSAM')                                  00012300
      *--------------------------------------------------------------   00012540
       4000-99-FIM.                               EXIT.                 00012550
      *--------------------------------------------------------------   00012560
      *--------------------------------------------------------------   00880270
      * PENDENCIA GRAVADA SEM CODIGO VALE DEPOSITO (001) OU SAQUE   *   00880280
      * (002); O CODIGO TEM DE CONTINUAR NO HISTVSAM.               *   00880290
      *--------------------------------------------------------------   00880300
       4050-LER-HISTORICO                         SECTION.              00880310
      *--------------------------------------------------------------   00880320
            IF REG-PEND-HISTORICO NOT NUMERIC OR                        00880330
               REG-PEND-HISTORICO EQUAL ZEROS                           00880340
              IF REG-PEND-TIPOMOV EQUAL 'C'                             00880350
                MOVE 001 TO REG-PEND-HISTORICO                          00880360
              ELSE                                                      00880370
                MOVE 002 TO REG-PEND-HISTORICO                          00880380
              END-IF                                                    00880390
            END-IF.                                                     00880400
            MOVE REG-PEND-HISTORICO TO REG-HIST-CODIGO.                 00880410
            EXEC CICS READ                                              00880420
                DATASET   ('HISTVSAM')                                  00880430
                INTO      (REG-HIST)                                    00880440
                RIDFLD    (REG-HIST-CODIGO)                             00880450
                RESP      (WRK-RESP)                                    00880460
            END-EXEC.                                                   00880470
            IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                       00880480
              SET LK-HISTORICO-INVALIDO TO TRUE                         00880490
              PERFORM 4900-SOLTAR-PENDENCIA                             00880500
            END-IF.                                                     00880510
      *--------------------------------------------------------------   00880520
       4050-99-FIM.                               EXIT.                 00880530
      *--------------------------------------------------------------   00881000
      *--------------------------------------------------------------   00012570
       4100-LER-CLIEVSAM-UPDATE                   SECTION.              00012580
      *--------------------------------------------------------------   00012590
             WHEN WRK-RESP NOT EQUAL DFHRESP(NORMAL)                    00012700
               SET LK-CONTA-NAO-ACHADA TO TRUE                          00012710
               PERFORM 4900-SOLTAR-PENDENCIA                            00012720
             WHEN REG-CLIENTES-BLOQUEADA AND                            00880540
                  NOT REG-HIST-BLOQUEADA-SIM                            00880550
               SET LK-CONTA-BLOQUEADA TO TRUE                           00012740
               EXEC CICS UNLOCK                                         00012750
                   DATASET ('CLIEVSAM')                                 00012760
               END-EXEC                                                 00012770
               PERFORM 4900-SOLTAR-PENDENCIA                            00012780
             WHEN REG-CLIENTES-DORMENTE AND                             00880560
                  NOT REG-HIST-DORMENTE-SIM                             00880570
               SET LK-CONTA-DORMENTE TO TRUE                            00880580
               EXEC CICS UNLOCK                                         00880590
                   DATASET ('CLIEVSAM')                                 00880600
               END-EXEC                                                 00880610
               PERFORM 4900-SOLTAR-PENDENCIA                            00880620
            END-EVALUATE.                                               00012790
      *--------------------------------------------------------------   00012800
       4100-99-FIM.                               EXIT.                 00012810
      *--------------------------------------------------------------   00012820
      ***************************************************************   00940140
      *     A P U R A R   V A L O R   B L O Q U E A D O             *   00940150
      ***************************************************************   00940160
      * SOMA DAS ORDENS JUDICIAIS QUE RETEM VALOR NA CONTA, PELA    *   00940170
      * ROTINA FR16BJ02. SE O VALOR NAO PODE SER APURADO O DEBITO   *   00940180
      * NAO E APROVADO (NA DUVIDA NAO SE LIBERA VALOR BLOQUEADO).   *   00940190
      *--------------------------------------------------------------   00940200
       4150-APURAR-BLOQUEADO                      SECTION.              00940210
      *--------------------------------------------------------------   00940220
            MOVE REG-CLIENTES-AGENCIA TO WRK-BLQ-AGENCIA.               00940230
            MOVE REG-CLIENTES-CONTA   TO WRK-BLQ-CONTA.                 00940240
            EXEC CICS LINK                                              00940250
                PROGRAM  ('FR16BJ02')                                   00940260
                COMMAREA (WRK-DADOS-BLQ)                                00940270
                LENGTH   (WRK-TAM-COMMAREA-BLQ)                         00940280
                RESP     (WRK-RESP)                                     00940290
            END-EXEC.                                                   00940300
            IF WRK-RESP NOT EQUAL DFHRESP(NORMAL) OR                    00940310
               NOT WRK-BLQ-OK                                           00940320
              SET LK-ERRO-GRAVACAO TO TRUE                              00940330
              EXEC CICS UNLOCK                                          00940340
                  DATASET ('CLIEVSAM')                                  00940350
              END-EXEC                                                  00940360
              PERFORM 4900-SOLTAR-PENDENCIA                             00940370
            END-IF.                                                     00940380
      *--------------------------------------------------------------   00940390
       4150-99-FIM.                               EXIT.                 00940400
      *--------------------------------------------------------------   00940410
      *--------------------------------------------------------------   00012830
       4200-APLICAR-E-JORNALIZAR                  SECTION.              00012840
      *--------------------------------------------------------------   00012850
            IF REG-PEND-TIPOMOV EQUAL 'C'                               00012860
              ADD REG-PEND-VALORMOV TO REG-CLIENTES-SALDO               00012870
            ELSE                                                        00012880
      *       O VALOR BLOQUEADO POR ORDEM JUDICIAL NAO ENTRA.           00940420
              PERFORM 4150-APURAR-BLOQUEADO                             00940430
              IF LK-RESULTADO EQUAL SPACES                              00940440
                COMPUTE WRK-SALDO-DISPONIVEL =                          00012890
                   REG-CLIENTES-SALDO + REG-CLIENTES-LIMITE             00012900
                   - WRK-BLQ-VALOR                                      00940450
                IF WRK-SALDO-DISPONIVEL NOT LESS REG-PEND-VALORMOV      00012910
                  SUBTRACT REG-PEND-VALORMOV FROM REG-CLIENTES-SALDO    00012920
                ELSE                                                    00012930
                  SET LK-SALDO-INSUFICIENTE TO TRUE                     00012940
                  EXEC CICS UNLOCK                                      00012950
                      DATASET ('CLIEVSAM')                              00012960
                  END-EXEC                                              00012970
                  PERFORM 4900-SOLTAR-PENDENCIA                         00012980
                END-IF                                                  00012990
              END-IF                                                    00940460
            END-IF.                                                     00013000
            IF LK-RESULTADO EQUAL SPACES                                00013010
              EXEC CICS ASKTIME                                         00013020
              EXEC CICS FORMATTIME                                      00013050
                  ABSTIME  (WRK-ABSTIME)                                00013060
                  YYYYMMDD (WRK-DATA-HOJE)                              00013070
                  TIME     (WRK-HORA-HOJE)                              00920520
              END-EXEC                                                  00013080
              MOVE WRK-DATA-HOJE TO REG-CLIENTES-DATA-ULT-MOV           00013090
              IF REG-CLIENTES-DORMENTE                                  00013100
                  RESP    (WRK-RESP)                                    00013160
              END-EXEC                                                  00013170
              IF WRK-RESP EQUAL DFHRESP(NORMAL)                         00013180
                PERFORM 4250-REGISTRAR-LANCAMENTO                       00013190
                IF LK-RESULTADO EQUAL SPACES                            00920530
                  PERFORM 4300-JORNALIZAR-APROVACAO                     00920540
                  EXEC CICS DELETE                                      00013200
                      DATASET ('PENDVSAM')                              00013210
                      RESP    (WRK-RESP)                                00013220
                  END-EXEC                                              00013230
                  SET LK-ACAO-EFETIVADA TO TRUE                         00013240
                END-IF                                                  00920550
              ELSE                                                      00013250
                SET LK-CONTA-NAO-ACHADA TO TRUE                         00013260
                PERFORM 4900-SOLTAR-PENDENCIA                           00013270
      *--------------------------------------------------------------   00013300
       4200-99-FIM.                               EXIT.                 00013310
      *--------------------------------------------------------------   00013320
      *--------------------------------------------------------------   00920560
      * O LANCAMENTO APROVADO ENTRA NO LANCVSAM COMO NA CLMV, PARA  *   00920570
      * PODER SER ESTORNADO NO DIA PELA CLES. SE A GRAVACAO FALHAR, *   00920580
      * O SYNCPOINT ROLLBACK DESFAZ O REWRITE DA CONTA E SOLTA A    *   00920590
      * PENDENCIA, QUE CONTINUA PARA NOVA APROVACAO.                *   00920600
      *--------------------------------------------------------------   00920610
       4250-REGISTRAR-LANCAMENTO                  SECTION.              00920620
      *--------------------------------------------------------------   00920630
            MOVE REG-PEND-AGENCIA   TO REG-LANC-AGENCIA.                00920640
            MOVE REG-PEND-CONTA     TO REG-LANC-CONTA.                  00920650
            MOVE WRK-DATA-HOJE      TO REG-LANC-DATA.                   00920660
            MOVE WRK-HORA-HOJE      TO REG-LANC-HORA.                   00920670
            MOVE REG-PEND-TIPOMOV   TO REG-LANC-TIPOMOV.                00920680
            MOVE REG-PEND-VALORMOV  TO REG-LANC-VALORMOV.               00920690
            MOVE REG-PEND-HISTORICO TO REG-LANC-HISTORICO.              00920700
            MOVE REG-PEND-OPERADOR  TO REG-LANC-OPERADOR.               00920710
            MOVE LK-SUPERVISOR      TO REG-LANC-APROVADOR.              00920720
            MOVE EIBTRNID           TO REG-LANC-TRANSACAO.              00920730
            SET REG-LANC-LIVRE      TO TRUE.                            00920740
            MOVE ZEROS              TO REG-LANC-HORA-LIGADA.            00920750
            EXEC CICS WRITE                                             00920760
                DATASET ('LANCVSAM')                                    00920770
                FROM    (REG-LANC)                                      00920780
                RIDFLD  (REG-LANC-CHAVE)                                00920790
                RESP    (WRK-RESP)                                      00920800
            END-EXEC.                                                   00920810
            IF WRK-RESP EQUAL DFHRESP(NORMAL)                           00920820
              MOVE WRK-DATA-HOJE TO LK-REFERENCIA (1:8)                 00920830
              MOVE WRK-HORA-HOJE TO LK-REFERENCIA (9:6)                 00920840
            ELSE                                                        00920850
              EXEC CICS SYNCPOINT ROLLBACK                              00920860
              END-EXEC                                                  00920870
              SET LK-ERRO-GRAVACAO TO TRUE                              00920880
            END-IF.                                                     00920890
      *--------------------------------------------------------------   00920900
       4250-99-FIM.                               EXIT.                 00920910
      *--------------------------------------------------------------   00920920
      ***************************************************************   00013330
      *       J O R N A L I Z A R   A   A P R O V A C A O           *   00013340
      ***************************************************************   00013350
      * O JORNAL MOVJ LEVA O OPERADOR QUE LANCOU E O SUPERVISOR     *   00013360
      * QUE LIBEROU: A TRILHA DE AUDITORIA DA NOITE MOSTRA QUEM     *   00013370
      * SOLTOU CADA LANCAMENTO DE VALOR ALTO. A REFERENCIA (DATA E  *   00920500
      * HORA DO LANCVSAM) VAI NO TEXTO, COMO NA CLMV.               *   00920510
      *--------------------------------------------------------------   00013390
       4300-JORNALIZAR-APROVACAO                  SECTION.              00013400
      *--------------------------------------------------------------   00013410
            MOVE REG-PEND-AGENCIA TO WRK-JRN-AGENCIA.                   00013420
            MOVE REG-PEND-CONTA   TO WRK-JRN-CONTA.                     00013430
            IF REG-PEND-TIPOMOV EQUAL 'C'                               00013440
              MOVE 'CRED APROV CLAP' TO WRK-JRN-TEXTO                   00013450
            ELSE                                                        00013460
              MOVE 'DEB APROV CLAP'  TO WRK-JRN-TEXTO                   00013470
            END-IF.                                                     00013480
            MOVE LK-REFERENCIA     TO WRK-JRN-REFERENCIA.               00920950
            MOVE REG-PEND-VALORMOV TO WRK-JRN-VALORMOV.                 00013490
            MOVE REG-PEND-TIPOMOV  TO WRK-JRN-TIPOMOV.                  00013500
            MOVE REG-PEND-OPERADOR TO WRK-JRN-OPERADOR.                 00013510
            MOVE LK-SUPERVISOR     TO WRK-JRN-APROVADOR.                00013520
            MOVE REG-PEND-HISTORICO TO WRK-JRN-HISTORICO.               00880630
            EXEC CICS WRITEQ TD                                         00013530
                QUEUE  ('MOVJ')                                         00013540
                FROM   (WRK-JORNAL-MOV)                                 00013550
      *--------------------------------------------------------------   00013580
       4300-99-FIM.                               EXIT.                 00013590
      *--------------------------------------------------------------   00013600
      ***************************************************************   00070400
      *       A P R O V A R   T R A N S F E R E N C I A             *   00070410
      ***************************************************************   00070420
      * A TRANSFERENCIA E APLICADA PELO PROPRIO FR16ON06 (LINK, NA  *   00070430
      * MESMA UNIDADE DE TRABALHO DESTA TAREFA), COM O OPERADOR QUE *   00070440
      * LANCOU E O SUPERVISOR COMO APROVADOR - O FR16ON06 NAO TESTA *   00070450
      * DE NOVO O LIMITE DO OPERADOR QUANDO CHAMADO PELA CLAP. A    *   00070460
      * PENDENCIA SO E APAGADA COM AS DUAS PERNAS EFETIVADAS; NA    *   00070470
      * RECUSA ELA FICA PARA O SUPERVISOR REJEITAR, COMO NA CLMV.   *   00070480
      * ERRO DE GRAVACAO (E) JA VOLTA DESFEITO PELO SYNCPOINT       *   00070490
      * ROLLBACK DO FR16ON06, QUE SOLTA TAMBEM A PENDENCIA.         *   00070500
      *--------------------------------------------------------------   00070510
       4500-APROVAR-TRANSFERENCIA                 SECTION.              00070520
      *--------------------------------------------------------------   00070530
            MOVE REG-PEND-AGENCIA     TO WRK-TRF-AGENCIA-ORI.           00070540
            MOVE REG-PEND-CONTA       TO WRK-TRF-CONTA-ORI.             00070550
            MOVE REG-PEND-AGENCIA-DES TO WRK-TRF-AGENCIA-DES.           00070560
            MOVE REG-PEND-CONTA-DES   TO WRK-TRF-CONTA-DES.             00070570
            MOVE REG-PEND-VALORMOV    TO WRK-TRF-VALORMOV.              00070580
            MOVE REG-PEND-OPERADOR    TO WRK-TRF-OPERADOR.              00070590
            MOVE LK-SUPERVISOR        TO WRK-TRF-APROVADOR.             00070600
            MOVE SPACES               TO WRK-TRF-RESULTADO.             00070610
            EXEC CICS LINK                                              00070620
                PROGRAM  ('FR16ON06')                                   00070630
                COMMAREA (WRK-COMMAREA-TRF)                             00070640
                LENGTH   (WRK-TAM-COMMAREA-TRF)                         00070650
                RESP     (WRK-RESP)                                     00070660
            END-EXEC.                                                   00070670
            IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                       00070680
              MOVE 'E' TO WRK-TRF-RESULTADO                             00070690
            END-IF.                                                     00070700
            EVALUATE WRK-TRF-RESULTADO                                  00070710
             WHEN 'S'                                                   00070720
               EXEC CICS DELETE                                         00070730
                   DATASET ('PENDVSAM')                                 00070740
                   RESP    (WRK-RESP)                                   00070750
               END-EXEC                                                 00070760
               SET LK-ACAO-EFETIVADA TO TRUE                            00070770
             WHEN 'N'                                                   00070780
               SET LK-CONTA-NAO-ACHADA TO TRUE                          00070790
               PERFORM 4900-SOLTAR-PENDENCIA                            00070800
             WHEN 'D'                                                   00070810
               SET LK-DESTINO-NAO-ACHADO TO TRUE                        00070820
               PERFORM 4900-SOLTAR-PENDENCIA                            00070830
             WHEN 'I'                                                   00070840
               SET LK-SALDO-INSUFICIENTE TO TRUE                        00070850
               PERFORM 4900-SOLTAR-PENDENCIA                            00070860
             WHEN 'B'                                                   00070870
               SET LK-CONTA-BLOQUEADA TO TRUE                           00070880
               PERFORM 4900-SOLTAR-PENDENCIA                            00070890
             WHEN 'K'                                                   00070900
               SET LK-DESTINO-BLOQUEADO TO TRUE                         00070910
               PERFORM 4900-SOLTAR-PENDENCIA                            00070920
             WHEN 'Z'                                                   00950000
               SET LK-CONTA-DORMENTE TO TRUE                            00950010
               PERFORM 4900-SOLTAR-PENDENCIA                            00950020
             WHEN 'H'                                                   00950030
               SET LK-HISTORICO-INVALIDO TO TRUE                        00950040
               PERFORM 4900-SOLTAR-PENDENCIA                            00950050
             WHEN 'E'                                                   00070930
               SET LK-ERRO-TRANSFERENCIA TO TRUE                        00070940
             WHEN OTHER                                                 00070950
               SET LK-ERRO-TRANSFERENCIA TO TRUE                        00070960
               PERFORM 4900-SOLTAR-PENDENCIA                            00070970
            END-EVALUATE.                                               00070980
      *--------------------------------------------------------------   00070990
       4500-99-FIM.                               EXIT.                 00071000
      *--------------------------------------------------------------   00071010
      ***************************************************************   00920960
      *       A P R O V A R   E S T O R N O                         *   00920970
      ***************************************************************   00920980
      * O ESTORNO E APLICADO PELO PROPRIO FR16ON08 (LINK, NA MESMA  *   00920990
      * UNIDADE DE TRABALHO), COM O CAIXA QUE PEDIU E O SUPERVISOR  *   00921000
      * COMO APROVADOR. A PENDENCIA SO E APAGADA COM O ESTORNO      *   00921010
      * EFETIVADO; NA RECUSA ELA FICA PARA O SUPERVISOR REJEITAR.   *   00921020
      * ERRO DE GRAVACAO JA VOLTA DESFEITO PELO SYNCPOINT ROLLBACK  *   00921030
      * DO FR16ON08, QUE SOLTA TAMBEM A PENDENCIA.                  *   00921040
      *--------------------------------------------------------------   00921050
       4600-APROVAR-ESTORNO                       SECTION.              00921060
      *--------------------------------------------------------------   00921070
            MOVE 'A'                  TO WRK-EST-ACAO.                  00921080
            PERFORM 4650-CHAMAR-ESTORNO.                                00921090
            EVALUATE WRK-EST-RESULTADO                                  00921100
             WHEN 'S'                                                   00921110
               EXEC CICS DELETE                                         00921120
                   DATASET ('PENDVSAM')                                 00921130
                   RESP    (WRK-RESP)                                   00921140
               END-EXEC                                                 00921150
               MOVE WRK-EST-REFERENCIA TO LK-REFERENCIA                 00921160
               SET LK-ACAO-EFETIVADA TO TRUE                            00921170
             WHEN 'C'                                                   00921180
               SET LK-CONTA-NAO-ACHADA TO TRUE                          00921190
               PERFORM 4900-SOLTAR-PENDENCIA                            00921200
             WHEN 'I'                                                   00921210
               SET LK-SALDO-INSUFICIENTE TO TRUE                        00921220
               PERFORM 4900-SOLTAR-PENDENCIA                            00921230
             WHEN 'N'                                                   00921240
             WHEN 'J'                                                   00921250
             WHEN 'F'                                                   00921260
               SET LK-ESTORNO-INVALIDO TO TRUE                          00921270
               PERFORM 4900-SOLTAR-PENDENCIA                            00921280
             WHEN 'E'                                                   00921290
               SET LK-ERRO-GRAVACAO TO TRUE                             00921300
             WHEN OTHER                                                 00921310
               SET LK-ERRO-GRAVACAO TO TRUE                             00921320
               PERFORM 4900-SOLTAR-PENDENCIA                            00921330
            END-EVALUATE.                                               00921340
      *--------------------------------------------------------------   00921350
       4600-99-FIM.                               EXIT.                 00921360
      *--------------------------------------------------------------   00921370
      *--------------------------------------------------------------   00921380
      * O ESTORNO E DO MESMO DIA: O LANCAMENTO ORIGINAL TEM A DATA  *   00921390
      * DA PENDENCIA E A HORA GUARDADA NO LUGAR DA CONTA DE DESTINO *   00921400
      * (#PENDREG).                                                 *   00921410
      *--------------------------------------------------------------   00921420
       4650-CHAMAR-ESTORNO                        SECTION.              00921430
      *--------------------------------------------------------------   00921440
            MOVE REG-PEND-AGENCIA     TO WRK-EST-AGENCIA.               00921450
            MOVE REG-PEND-CONTA       TO WRK-EST-CONTA.                 00921460
            MOVE REG-PEND-HORA (1:8)  TO WRK-EST-DATA-ORIG.             00921470
            MOVE REG-PEND-HORA-ORIG   TO WRK-EST-HORA-ORIG.             00921480
            MOVE REG-PEND-OPERADOR    TO WRK-EST-OPERADOR.              00921490
            MOVE LK-SUPERVISOR        TO WRK-EST-APROVADOR.             00921500
            MOVE SPACES               TO WRK-EST-RESULTADO.             00921510
            EXEC CICS LINK                                              00921520
                PROGRAM  ('FR16ON08')                                   00921530
                COMMAREA (WRK-COMMAREA-EST)                             00921540
                LENGTH   (WRK-TAM-COMMAREA-EST)                         00921550
                RESP     (WRK-RESP)                                     00921560
            END-EXEC.                                                   00921570
            IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                       00921580
              MOVE 'E' TO WRK-EST-RESULTADO                             00921590
            END-IF.                                                     00921600
      *--------------------------------------------------------------   00921610
       4650-99-FIM.                               EXIT.                 00921620
      *--------------------------------------------------------------   00921630
      *--------------------------------------------------------------   00921640
      * NA REJEICAO DO PEDIDO DE ESTORNO O ORIGINAL VOLTA A SER     *   00921650
      * ESTORNAVEL; SE A MARCA NAO PUDER SER SOLTA, A PENDENCIA     *   00921660
      * FICA.                                                       *   00921670
      *--------------------------------------------------------------   00921680
       4700-LIBERAR-ESTORNO                       SECTION.              00921690
      *--------------------------------------------------------------   00921700
            MOVE 'L'                  TO WRK-EST-ACAO.                  00921710
            PERFORM 4650-CHAMAR-ESTORNO.                                00921720
            EVALUATE WRK-EST-RESULTADO                                  00921730
             WHEN 'S'                                                   00921740
             WHEN 'N'                                                   00921750
               CONTINUE                                                 00921760
             WHEN 'E'                                                   00921770
               SET LK-ERRO-GRAVACAO TO TRUE                             00921780
             WHEN OTHER                                                 00921790
               SET LK-ERRO-GRAVACAO TO TRUE                             00921800
               PERFORM 4900-SOLTAR-PENDENCIA                            00921810
            END-EVALUATE.                                               00921820
      *--------------------------------------------------------------   00921830
       4700-99-FIM.                               EXIT.                 00921840
      *--------------------------------------------------------------   00921850
      *--------------------------------------------------------------   00013610
       4900-SOLTAR-PENDENCIA                      SECTION.              00013620
      *--------------------------------------------------------------   00013630
