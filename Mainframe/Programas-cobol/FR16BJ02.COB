      *=============================================================*   00010000
       IDENTIFICATION                            DIVISION.              00010010
      *=============================================================*   00010020
                                                                        00010030
       PROGRAM-ID. FR16BJ02.                                            00010040
      *=============================================================*   00010050
      *             T R E I N A M E N T O                           *   00010060
      *=============================================================*   00010070
      * PROGRAMA......: FR16BJ02.                                   *   00010080
      *-------------------------------------------------------------*   00010090
      * PROGRAMADOR...: LUCIANO GUIMARAES.                          *   00010100
      * DATA..........: 15/10/2026                                  *   00010110
      * EMPRESA.......: FOURSYS                                     *   00010120
      * INSTRUTOR.....: IVAN SANCHES                                *   00010130
      *-------------------------------------------------------------*   00010140
      * OBJETIVO......: ROTINA CICS (SEM TRANSACAO PROPRIA, SO POR  *   00010150
      *                 EXEC CICS LINK) QUE DEVOLVE O VALOR         *   00010160
      *                 BLOQUEADO POR ORDEM JUDICIAL EM UMA CONTA:  *   00010170
      *                 NAVEGA AS ORDENS DA CONTA NO VSAM KSDS      *   00010180
      *                 BLQVSAM (STARTBR GTEQ NA MENOR CHAVE DA     *   00010190
      *                 CONTA E READNEXT ENQUANTO A CHAVE FOR DA    *   00010200
      *                 CONTA) E SOMA O VALOR BLOQUEADO DAS ORDENS  *   00010210
      *                 QUE RETEM (SITUACAO A OU T). A CLSL MOSTRA  *   00010220
      *                 O VALOR COMO SALDO BLOQUEADO; CLMV, CLTR,   *   00010230
      *                 CLES E CLAP O DESCONTAM DO SALDO+LIMITE     *   00010240
      *                 ANTES DE APROVAR UM DEBITO.                 *   00010250
      *                 ERRO NO BROWSE DEVOLVE RETORNO 16 E O       *   00010260
      *                 CHAMADOR RECUSA O DEBITO (NA DUVIDA, NAO    *   00010270
      *                 LIBERA VALOR QUE PODE ESTAR BLOQUEADO).     *   00010280
      *-------------------------------------------------------------*   00010290
      *   COMMAREA...: DFHCOMMAREA (LAYOUT #GBLQ)                   *   00010300
      *-------------------------------------------------------------*   00010310
      *   ARQUIVOS...:                                              *   00010320
      *    DDNAME              I/O                                  *   00010330
      *    BLQVSAM              I                                   *   00010340
      *=============================================================*   00010350
                                                                        00010360
      *=============================================================*   00010370
       ENVIRONMENT                                DIVISION.             00010380
      *=============================================================*   00010390
      *-------------------------------------------------------------*   00010400
       CONFIGURATION                              SECTION.              00010410
      *-------------------------------------------------------------*   00010420
       SPECIAL-NAMES.                                                   00010430
           DECIMAL-POINT IS COMMA.                                      00010440
                                                                        00010450
      *=============================================================*   00010460
       DATA                                       DIVISION.             00010470
      *=============================================================*   00010480
       WORKING-STORAGE                            SECTION.              00010490
      *-------------------------------------------------------------*   00010500
                                                                        00010510
      *-------------------------------------------------------------*   00010520
       01 FILLER PIC X(45) VALUE                                        00010530
              '-----------LAYOUT DO VSAM BLQVSAM------------'.          00010540
      *-------------------------------------------------------------*   00010550
                                                                        00010560
       COPY '#BLQREG'.                                                  00010570
                                                                        00010580
      *-------------------------------------------------------------*   00010590
       01 FILLER PIC X(45) VALUE                                        00010600
              '-----------DADOS E FILE STATUS---------------'.          00010610
      *-------------------------------------------------------------*   00010620
       77 WRK-RESP          PIC S9(08) COMP.                            00010630
       77 WRK-SW-FIM        PIC X(01) VALUE 'N'.                        00010640
           88 WRK-FIM-BROWSE        VALUE 'S'.                          00010650
           88 WRK-SEGUE-BROWSE      VALUE 'N'.                          00010660
                                                                        00010670
      *-------------------------------------------------------------*   00010680
       LINKAGE                                    SECTION.              00010690
      *-------------------------------------------------------------*   00010700
       01 DFHCOMMAREA.                                                  00010710
          05 LK-AGENCIA       PIC X(04).                                00010720
          05 LK-CONTA         PIC X(04).                                00010730
          05 LK-VALOR         PIC 9(09)V99.                             00010740
          05 LK-QTDE          PIC 9(03).                                00010750
          05 LK-RETORNO       PIC 9(02).                                00010760
             88 LK-RETORNO-OK       VALUE 00.                           00010770
             88 LK-RETORNO-ERRO     VALUE 16.                           00010780
                                                                        00010790
      *=============================================================*   00010800
       PROCEDURE                                  DIVISION.             00010810
      *=============================================================*   00010820
      ***************************************************************   00010830
      *          R O T I N A   P R I N C I P A L                    *   00010840
      ***************************************************************   00010850
      *--------------------------------------------------------------   00010860
       0000-PRINCIPAL                             SECTION.              00010870
      *--------------------------------------------------------------   00010880
            MOVE ZEROS TO LK-VALOR LK-QTDE.                             00010890
            SET LK-RETORNO-OK TO TRUE.                                  00010900
            MOVE 'N' TO WRK-SW-FIM.                                     00010910
            PERFORM 1000-POSICIONAR-BROWSE.                             00010920
            IF WRK-SEGUE-BROWSE                                         00010930
              PERFORM 2000-LER-BLOQUEIO                                 00010940
                 UNTIL WRK-FIM-BROWSE                                   00010950
              EXEC CICS ENDBR                                           00010960
                  DATASET ('BLQVSAM')                                   00010970
              END-EXEC                                                  00010980
            END-IF.                                                     00010990
            EXEC CICS RETURN END-EXEC.                                  00011000
      *--------------------------------------------------------------   00011010
       0000-99-FIM.                               EXIT.                 00011020
      *--------------------------------------------------------------   00011030
      ***************************************************************   00011040
      *       P O S I C I O N A R   O   B R O W S E                 *   00011050
      ***************************************************************   00011060
      * O BROWSE COMECA NA MENOR CHAVE POSSIVEL DA CONTA (GTEQ).    *   00011070
      * NOTFND SIGNIFICA QUE NAO HA CHAVE IGUAL OU MAIOR NO         *   00011080
      * CLUSTER: CONTA SEM BLOQUEIO. QUALQUER OUTRO RESP E ERRO.    *   00011090
      *--------------------------------------------------------------   00011100
       1000-POSICIONAR-BROWSE                     SECTION.              00011110
      *--------------------------------------------------------------   00011120
            MOVE LK-AGENCIA  TO REG-BLQ-AGENCIA.                        00011130
            MOVE LK-CONTA    TO REG-BLQ-CONTA.                          00011140
            MOVE LOW-VALUES  TO REG-BLQ-NUMERO.                         00011150
            EXEC CICS STARTBR                                           00011160
                DATASET ('BLQVSAM')                                     00011170
                RIDFLD  (REG-BLQ-CHAVE)                                 00011180
                GTEQ                                                    00011190
                RESP    (WRK-RESP)                                      00011200
            END-EXEC.                                                   00011210
            EVALUATE TRUE                                               00011220
             WHEN WRK-RESP EQUAL DFHRESP(NORMAL)                        00011230
               CONTINUE                                                 00011240
             WHEN WRK-RESP EQUAL DFHRESP(NOTFND)                        00011250
               MOVE 'S' TO WRK-SW-FIM                                   00011260
             WHEN OTHER                                                 00011270
               MOVE 'S' TO WRK-SW-FIM                                   00011280
               SET LK-RETORNO-ERRO TO TRUE                              00011290
            END-EVALUATE.                                               00011300
      *--------------------------------------------------------------   00011310
       1000-99-FIM.                               EXIT.                 00011320
      *--------------------------------------------------------------   00011330
      ***************************************************************   00011340
      *       L E R   U M A   O R D E M   D A   C O N T A           *   00011350
      ***************************************************************   00011360
      *--------------------------------------------------------------   00011370
       2000-LER-BLOQUEIO                          SECTION.              00011380
      *--------------------------------------------------------------   00011390
            EXEC CICS READNEXT                                          00011400
                DATASET ('BLQVSAM')                                     00011410
                INTO    (REG-BLQ)                                       00011420
                RIDFLD  (REG-BLQ-CHAVE)                                 00011430
                RESP    (WRK-RESP)                                      00011440
            END-EXEC.                                                   00011450
            EVALUATE TRUE                                               00011460
             WHEN WRK-RESP EQUAL DFHRESP(ENDFILE)                       00011470
               MOVE 'S' TO WRK-SW-FIM                                   00011480
             WHEN WRK-RESP NOT EQUAL DFHRESP(NORMAL)                    00011490
               MOVE 'S' TO WRK-SW-FIM                                   00011500
               SET LK-RETORNO-ERRO TO TRUE                              00011510
             WHEN REG-BLQ-AGENCIA NOT EQUAL LK-AGENCIA OR               00011520
                  REG-BLQ-CONTA   NOT EQUAL LK-CONTA                    00011530
               MOVE 'S' TO WRK-SW-FIM                                   00011540
             WHEN REG-BLQ-RETEM                                         00011550
               ADD REG-BLQ-VALOR-BLOQUEADO TO LK-VALOR                  00011560
               ADD 1 TO LK-QTDE                                         00011570
            END-EVALUATE.                                               00011580
      *--------------------------------------------------------------   00011590
       2000-99-FIM.                               EXIT.                 00011600
      *--------------------------------------------------------------   00011610
