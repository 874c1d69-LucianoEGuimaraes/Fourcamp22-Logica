      *                 QUALQUER OUTRO MOVIMENTO, E IMPRIME NO      *   00010250
      *                 CTRLTAR O SALDO MEDIO USADO POR CONTA E OS  *   00010260
      *                 TOTAIS GERADOS.                             *   00010270
      *                 O FECHAMENTO REAL SO RODA NO ULTIMO DIA     *   00922000
      *                 UTIL DO MES (CALENDARIO NACIONAL, ROTINA    *   00922010
      *                 FR16DU01); EM OUTRO DIA TERMINA COM RC 8    *   00922020
      *                 SEM GERAR MOVIMENTO, SALVO COM 'F' NA       *   00922030
      *                 COLUNA 2 DO SYSIN (FECHAMENTO FORCADO PELA  *   00922040
      *                 OPERACAO). A SIMULACAO RODA EM QUALQUER     *   00922050
      *                 DIA.                                        *   00922060
      *-------------------------------------------------------------*   00010280
      *   ARQUIVOS...:                                              *   00010290
      *    DDNAME              I/O                                  *   00010300
      *    CLIENTES             I                                   *   00010310
      *    TARIFAS              I                                   *   00010320
      *    FERIADOS             I  (MODO 1 - PELA FR16DU01)         *   00922070
      *    SALDOHIS             I  (GERACOES DO SALDODIA)           *   00010330
      *    HISTORD              O  (CLASSIFICADO - TRABALHO)        *   00010340
      *    MOVGER               O  (LAYOUT MOV0106)                 *   00010350
      *-------------------------------------------------------------*   00010370
      *   MODULOS....:                             INCLUDE/BOOK     *   00010380
      *   GRAVALOG -   TRATAMENTO DE ERROS            GLOG2         *   00010390
      *   FR16DU01 -   CALENDARIO DE DIAS UTEIS       GCAL          *   00922080
      *=============================================================*   00010400
                                                                        00010410
      *=============================================================*   00010420
          05 FD-MOVGER-MOVIMENTO PIC X(30).                             00011420
          05 FD-MOVGER-VALORMOV  PIC 9(08)V99.                          00011430
          05 FD-MOVGER-TIPOMOV   PIC X(01).                             00011440
          05 FD-MOVGER-HISTORICO PIC 9(03).                             00880000
                                                                        00011450
       FD CTRLTAR                                                       00011460
           RECORDING  MODE IS F.                                        00011470
      *-------------------------------------------------------------*   00011680
                                                                        00011690
       COPY '#GLOG'.                                                    00011700
                                                                        00922090
       COPY '#GCAL'.                                                    00922100
                                                                        00011710
      *-------------------------------------------------------------*   00011720
       01 FILLER PIC X(45) VALUE                                        00011730
       77 WRK-FS-TARIFAS    PIC 9(02).                                  00011770
       77 WRK-FS-MOVGER     PIC 9(02).                                  00011780
       77 WRK-FS-CTRLTAR    PIC 9(02).                                  00011790
       77 WRK-HIS-TARIFA    PIC 9(03) VALUE 003.                        00880010
       77 WRK-HIS-JUROS     PIC 9(03) VALUE 004.                        00880020
       77 WRK-ERRORLOG      PIC X(08) VALUE 'ERRORLOG'.                 00011800
       77 WRK-CALENDARIO    PIC X(08) VALUE 'FR16DU01'.                 00922110
       77 WRK-CONTAS-LIDAS  PIC 9(05) VALUE ZEROS.                      00011810
       77 WRK-CONTAS-TARIF  PIC 9(05) VALUE ZEROS.                      00011820
       77 WRK-QTDE-DEBITOS  PIC 9(05) VALUE ZEROS.                      00011830
      *                    CTRLTAR E A COMPARACAO COM O ULTIMO     *   000012130
      *                    FECHAMENTO REAL, MAS NAO GRAVA MOVGER   *   000012140
      *                    POSTAVEL NEM O CONTROLE FECHCTL.        *   000012150
      * WRK-PARM-FORCA: F = FECHAMENTO REAL FORA DO ULTIMO DIA     *    00922120
      *                 UTIL DO MES (CONTINGENCIA DA OPERACAO).    *    00922130
       01 WRK-PARM.                                                     00012160
          05 WRK-PARM-MODO       PIC X(01).                             00012170
             88 PARM-MODO-REAL           VALUE '1' ' '.                 00012180
             88 PARM-MODO-SIMULACAO      VALUE '2'.                     00012190
          05 WRK-PARM-FORCA      PIC X(01).                             00922140
             88 PARM-FORCA-FECHAMENTO    VALUE 'F'.                     00922150
                                                                        00012200
      *-------------------------------------------------------------*   00012210
       01 FILLER PIC X(45) VALUE                                        00012220
      *--------------------------------------------------------------   00012940
             ACCEPT WRK-PARM FROM SYSIN.                                00012950
             ACCEPT WRK-DATA-PROC FROM DATE YYYYMMDD.                   00012960
             IF PARM-MODO-REAL                                          00922160
               PERFORM 1050-TESTAR-ULTIMO-UTIL                          00922170
             END-IF.                                                    00922180
      *      A CLASSIFICACAO INCLUI DATA E SEQUENCIA DE EXECUCAO:       00012970
      *      RERUN GRAVA DUAS GERACOES COM A MESMA DATA E SO A          00012980
      *      ULTIMA EXECUCAO DE CADA DATA PODE ENTRAR NA MEDIA.         00012990
      *--------------------------------------------------------------   00013230
       1000-99-FIM.                              EXIT.                  00013240
      *--------------------------------------------------------------   00013250
      ***************************************************************   00922190
      *   T E S T A R   U L T I M O   D I A   U T I L   D O   M E S *   00922200
      ***************************************************************   00922210
      * A TARIFA E O JURO DO MES SAO LANCADOS UMA VEZ, NA NOITE DO  *   00922220
      * ULTIMO DIA UTIL. FORA DELE O FECHAMENTO REAL SO RODA        *   00922230
      * FORCADO, E FICA REGISTRADO NO SYSOUT.                       *   00922240
      *--------------------------------------------------------------   00922250
       1050-TESTAR-ULTIMO-UTIL                   SECTION.               00922260
      *--------------------------------------------------------------   00922270
            MOVE 'F'           TO WRK-CAL-FUNCAO.                       00922280
            MOVE SPACES        TO WRK-CAL-AGENCIA.                      00922290
            MOVE WRK-DATA-PROC TO WRK-CAL-DATA.                         00922300
            CALL WRK-CALENDARIO USING WRK-DADOS-CAL.                    00922310
            IF NOT WRK-CAL-OK                                           00922320
              MOVE 'FR16EX06'            TO WRK-PROGRAMA                00922330
              MOVE '1050'                TO WRK-SECAO                   00922340
              MOVE 'ERRO NO CALENDARIO DE DIAS UTEIS' TO WRK-MENSAGEM   00922350
              MOVE WRK-CAL-RETORNO       TO WRK-STATUS                  00922360
              PERFORM 6000-TRATA-ERROS                                  00922370
            END-IF.                                                     00922380
            IF WRK-CAL-RESULTADO NOT EQUAL WRK-DATA-PROC                00922390
              DISPLAY 'ULTIMO DIA UTIL DO MES........: '                00922400
                      WRK-CAL-RESULTADO                                 00922410
              IF PARM-FORCA-FECHAMENTO                                  00922420
                DISPLAY 'FECHAMENTO FORCADO PELA OPERACAO EM '          00922430
                        WRK-DATA-PROC                                   00922440
              ELSE                                                      00922450
                MOVE 'FR16EX06'            TO WRK-PROGRAMA              00922460
                MOVE '1050'                TO WRK-SECAO                 00922470
                MOVE 'FECHAMENTO FORA DO ULTIMO DIA UTIL'               00922480
                                           TO WRK-MENSAGEM              00922490
                MOVE ZEROS                 TO WRK-STATUS                00922500
                PERFORM 6000-TRATA-ERROS                                00922510
              END-IF                                                    00922520
            END-IF.                                                     00922530
      *--------------------------------------------------------------   00922540
       1050-99-FIM.                              EXIT.                  00922550
      *--------------------------------------------------------------   00922560
      ***************************************************************   00013260
      *       C A R R E G A R   T A R I F A S                       *   00013270
      ***************************************************************   00013280
              MOVE 'TARIFA MANUTENCAO MENSAL' TO FD-MOVGER-MOVIMENTO    00015010
              MOVE WRK-TAB-VLR-TARIFA (TAR-IDX) TO FD-MOVGER-VALORMOV   00015020
              MOVE 'D' TO FD-MOVGER-TIPOMOV                             00015030
              MOVE WRK-HIS-TARIFA TO FD-MOVGER-HISTORICO                00880030
              IF PARM-MODO-REAL                                         00015040
                WRITE FD-MOVGER                                         00015050
              END-IF                                                    00015060
                                         TO FD-MOVGER-MOVIMENTO         00015200
                MOVE WRK-JUROS           TO FD-MOVGER-VALORMOV          00015210
                MOVE 'C' TO FD-MOVGER-TIPOMOV                           00015220
                MOVE WRK-HIS-JUROS TO FD-MOVGER-HISTORICO               00880040
                IF PARM-MODO-REAL                                       00015230
                  WRITE FD-MOVGER                                       00015240
                END-IF                                                  00015250
