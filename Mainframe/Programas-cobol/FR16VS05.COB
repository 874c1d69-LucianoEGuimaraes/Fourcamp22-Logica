      *                 STEP015 DO BATNOITE: UM LANCAMENTO QUE      *   00010260
      *                 ATUALIZOU O CLUSTER SEM JORNALIZAR (OU      *   00010270
      *                 VICE-VERSA) NAO PODE SER POSTADO NO MESTRE. *   00010280
      *                 O RELATORIO LISTA TAMBEM CADA ESTORNO DA    *   00921000
      *                 CLES COM O LANCAMENTO ORIGINAL DA MESMA     *   00921010
      *                 CONTA (MESMA REFERENCIA NO TEXTO, MESMO     *   00921020
      *                 VALOR, TIPO CONTRARIO) COMO PAR ESTORNADO;  *   00921030
      *                 ESTORNO SEM O ORIGINAL NO JORNAL E          *   00921040
      *                 DIVERGENCIA.                                *   00921050
      *-------------------------------------------------------------*   00010290
      *   ARQUIVOS...:                                              *   00010300
      *    DDNAME              I/O                                  *   00010310
          05 FD-MOVJORN-MOVIMENTO PIC X(30).                            00011040
          05 FD-MOVJORN-VALORMOV  PIC 9(08)V99.                         00011050
          05 FD-MOVJORN-TIPOMOV   PIC X(01).                            00011060
      *   OPERADOR, APROVADOR E HISTORICO NAO ENTRAM NA PROVA, MAS      00880000
      *   O REGISTRO DO JORNAL TEM 68 POSICOES.                         00880010
          05 FD-MOVJORN-OPERADOR  PIC X(08).                            00011090
          05 FD-MOVJORN-APROVADOR PIC X(08).                            00011100
          05 FD-MOVJORN-HISTORICO PIC 9(03).                            00880020
                                                                        00011110
      *-------------------------------------------------------------*   00011120
       SD SORTJ.                                                        00011130
          05 WRK-SD-TIPOMOV      PIC X(01).                             00011210
          05 WRK-SD-OPERADOR     PIC X(08).                             00011220
          05 WRK-SD-APROVADOR    PIC X(08).                             00011230
          05 WRK-SD-HISTORICO    PIC 9(03).                             00880030
                                                                        00011240
       FD JORND                                                         00011250
           RECORDING MODE IS F                                          00011260
          05 FD-JORND-TIPOMOV     PIC X(01).                            00011350
          05 FD-JORND-OPERADOR    PIC X(08).                            00011360
          05 FD-JORND-APROVADOR   PIC X(08).                            00011370
          05 FD-JORND-HISTORICO   PIC 9(03).                            00880040
                                                                        00011380
       FD CLIEVSAM                                                      00011390
           RECORDING MODE IS F.                                         00011400
       77 WRK-SALDO-ATUAL   PIC S9(09)V99 VALUE ZEROS.                  00011970
       77 WRK-FS-DELTAS     PIC 9(02).                                  00011980
       77 WRK-ENCERRADAS-DIA PIC 9(05) VALUE ZEROS.                     00011990
       77 WRK-PARES-ESTORNO PIC 9(05) VALUE ZEROS.                      00921060
       77 WRK-IND-EST       PIC 9(03) COMP VALUE ZEROS.                 00921070
       77 WRK-IND-ORIG      PIC 9(03) COMP VALUE ZEROS.                 00921080
       77 WRK-IND-PAR       PIC 9(03) COMP VALUE ZEROS.                 00921600
       77 WRK-REF-QTDE      PIC 9(03) COMP VALUE ZEROS.                 00921090
       77 WRK-REF-MAX       PIC 9(03) COMP VALUE 300.                   00921100
       77 WRK-SW-ORIGINAL   PIC X(01) VALUE 'N'.                        00921110
           88 WRK-ACHOU-ORIGINAL       VALUE 'S'.                       00921120
           88 WRK-SEM-ORIGINAL         VALUE 'N'.                       00921130
       77 WRK-IND           PIC 9(03) COMP VALUE ZEROS.                 00012000
       77 WRK-EXC-QTDE      PIC 9(03) COMP VALUE ZEROS.                 00012010
       77 WRK-EXC-MAX       PIC 9(03) COMP VALUE 200.                   00012020
       01 WRK-TABELA-EXCLUSOES.                                         00012070
          05 WRK-TAB-EXCLUSAO OCCURS 200 TIMES INDEXED BY EXC-IDX.      00012080
             10 WRK-TAB-EXC-CHAVE  PIC X(08).                           00012090
                                                                        00921140
      * LANCAMENTOS DA CONTA COM REFERENCIA (AAAAMMDDHHMMSS) NO TEXTO,  00921150
      * PARA O PAREAMENTO DOS ESTORNOS DA CLES.                         00921160
       01 WRK-TABELA-REFERENCIAS.                                       00921170
          05 WRK-TAB-REF OCCURS 300 TIMES INDEXED BY REF-IDX.           00921180
             10 WRK-TAB-REF-TEXTO    PIC X(16).                         00921190
             10 WRK-TAB-REF-NUMERO   PIC X(14).                         00921200
             10 WRK-TAB-REF-VALORMOV PIC 9(08)V99.                      00921210
             10 WRK-TAB-REF-TIPOMOV  PIC X(01).                         00921220
             10 WRK-TAB-REF-PAREADO  PIC X(01).                         00921230
                                                                        00012100
       77 WRK-SW-NO-VSAM    PIC X(01) VALUE 'N'.                        00012110
           88 WRK-CONTA-NO-VSAM        VALUE 'S'.                       00012120
          05 WRK-DIF-ESPERADO     PIC ZZ.ZZZ.ZZ9,99-.                   00012300
          05 FILLER               PIC X(02) VALUE SPACES.               00012310
          05 WRK-DIF-ATUAL        PIC ZZ.ZZZ.ZZ9,99-.                   00012320
                                                                        00921240
       01 WRK-LINHA-PAR.                                                00921250
          05 WRK-PAR-AGENCIA      PIC X(04).                            00921260
          05 FILLER               PIC X(01) VALUE SPACES.               00921270
          05 WRK-PAR-CONTA        PIC X(04).                            00921280
          05 FILLER               PIC X(02) VALUE SPACES.               00921290
          05 WRK-PAR-TIPO         PIC X(24).                            00921300
          05 FILLER               PIC X(02) VALUE SPACES.               00921310
          05 WRK-PAR-REFERENCIA   PIC X(14).                            00921320
          05 FILLER               PIC X(02) VALUE SPACES.               00921330
          05 WRK-PAR-VALOR        PIC ZZ.ZZZ.ZZ9,99.                    00921340
          05 FILLER               PIC X(01) VALUE SPACES.               00921350
          05 WRK-PAR-TIPOMOV      PIC X(01).                            00921360
                                                                        00012330
       01 WRK-LINHA-TEXTO.                                              00012340
          05 WRK-TXT              PIC X(80).                            00012350
            END-IF.                                                     00013350
            MOVE ZEROS TO WRK-SALDO-ESPER WRK-SALDO-ATUAL.              00013360
            MOVE 'N' TO WRK-SW-NO-VSAM.                                 00013370
            MOVE ZEROS TO WRK-REF-QTDE.                                 00921370
            IF FD-CLIANT-CHAVE EQUAL WRK-CHAVE-MIN                      00013380
              ADD 1 TO WRK-CONTAS-LIDAS                                 00013390
              ADD FD-CLIANT-SALDO TO WRK-SALDO-ESPER                    00013400
            END-IF.                                                     00013410
            PERFORM 2100-APLICAR-JORNAL                                 00013420
               UNTIL FD-JORND-CHAVE NOT EQUAL WRK-CHAVE-MIN.            00013430
            PERFORM 2400-LISTAR-ESTORNOS.                               00921380
            IF REG-CLIENTES-CHAVE EQUAL WRK-CHAVE-MIN                   00013440
              MOVE 'S' TO WRK-SW-NO-VSAM                                00013450
              MOVE REG-CLIENTES-SALDO TO WRK-SALDO-ATUAL                00013460
       2100-APLICAR-JORNAL                       SECTION.               00013590
      *--------------------------------------------------------------   00013600
            ADD 1 TO WRK-MOVS-JORNAL.                                   00013610
            IF FD-JORND-MOVIMENTO (17:14) IS NUMERIC                    00921390
              PERFORM 2150-GUARDAR-REFERENCIA                           00921400
            END-IF.                                                     00921410
            IF FD-JORND-TIPOMOV EQUAL 'C'                               00013620
              ADD FD-JORND-VALORMOV TO WRK-SALDO-ESPER                  00013630
            ELSE                                                        00013640
      *--------------------------------------------------------------   00013680
       2100-99-FIM.                              EXIT.                  00013690
      *--------------------------------------------------------------   00013700
      *--------------------------------------------------------------   00921420
       2150-GUARDAR-REFERENCIA                   SECTION.               00921430
      *--------------------------------------------------------------   00921440
            IF WRK-REF-QTDE EQUAL WRK-REF-MAX                           00921450
              MOVE 'FR16VS05'            TO WRK-PROGRAMA                00921460
              MOVE '2150'                TO WRK-SECAO                   00921470
              MOVE 'LANCAMENTOS DA CONTA EXCEDEM O LIMITE'              00921480
                                         TO WRK-MENSAGEM                00921490
              MOVE WRK-FS-JORND          TO WRK-STATUS                  00921500
              PERFORM 6000-TRATA-ERROS                                  00921510
            END-IF.                                                     00921520
            ADD 1 TO WRK-REF-QTDE.                                      00921530
            SET REF-IDX TO WRK-REF-QTDE.                                00921540
            MOVE FD-JORND-MOVIMENTO (1:16)                              00921550
                                  TO WRK-TAB-REF-TEXTO (REF-IDX).       00921560
            MOVE FD-JORND-MOVIMENTO (17:14)                             00921570
                                  TO WRK-TAB-REF-NUMERO (REF-IDX).      00921580
            MOVE FD-JORND-VALORMOV TO WRK-TAB-REF-VALORMOV (REF-IDX).   00921590
            MOVE FD-JORND-TIPOMOV  TO WRK-TAB-REF-TIPOMOV (REF-IDX).    00921600
            MOVE 'N'               TO WRK-TAB-REF-PAREADO (REF-IDX).    00921610
      *--------------------------------------------------------------   00921620
       2150-99-FIM.                              EXIT.                  00921630
      *--------------------------------------------------------------   00921640
      *--------------------------------------------------------------   00013710
       2200-COMPARAR-CONTA                       SECTION.               00013720
      *--------------------------------------------------------------   00013730
      *--------------------------------------------------------------   00014200
       2260-99-FIM.                              EXIT.                  00014210
      *--------------------------------------------------------------   00014220
      ***************************************************************   00921650
      *   L I S T A R   E S T O R N O S   D A   C O N T A           *   00921660
      ***************************************************************   00921670
      * CADA ESTORNO DA CLES ('ESTORNO DO LANC ' + REFERENCIA DO    *   00921680
      * ORIGINAL) E CASADO COM UM LANCAMENTO DA CONTA QUE TENHA A   *   00921690
      * MESMA REFERENCIA, O MESMO VALOR E O TIPO CONTRARIO. O PAR   *   00921700
      * SAI NO RELATORIO COMO ESTORNADO (OS DOIS SE ANULAM NO       *   00921710
      * SALDO); ESTORNO SEM O ORIGINAL NO JORNAL DO DIA E           *   00921720
      * DIVERGENCIA.                                                *   00921730
      *--------------------------------------------------------------   00921740
       2400-LISTAR-ESTORNOS                      SECTION.               00921750
      *--------------------------------------------------------------   00921760
            MOVE 1 TO WRK-IND-EST.                                      00921770
            PERFORM 2450-LISTAR-UM-ESTORNO                              00921780
               UNTIL WRK-IND-EST GREATER WRK-REF-QTDE.                  00921790
      *--------------------------------------------------------------   00921800
       2400-99-FIM.                              EXIT.                  00921810
      *--------------------------------------------------------------   00921820
      *--------------------------------------------------------------   00921830
       2450-LISTAR-UM-ESTORNO                    SECTION.               00921840
      *--------------------------------------------------------------   00921850
            SET REF-IDX TO WRK-IND-EST.                                 00921860
            IF WRK-TAB-REF-TEXTO (REF-IDX) EQUAL 'ESTORNO DO LANC '     00921870
              MOVE 'N' TO WRK-SW-ORIGINAL                               00921880
              MOVE 1   TO WRK-IND-ORIG                                  00921890
              PERFORM 2480-PROCURAR-ORIGINAL                            00921900
                 UNTIL WRK-ACHOU-ORIGINAL                               00921910
                    OR WRK-IND-ORIG GREATER WRK-REF-QTDE                00921920
              MOVE WRK-CHAVE-MIN (1:4) TO WRK-PAR-AGENCIA               00921930
              MOVE WRK-CHAVE-MIN (5:4) TO WRK-PAR-CONTA                 00921940
              MOVE WRK-TAB-REF-NUMERO (REF-IDX) TO WRK-PAR-REFERENCIA   00921950
              MOVE WRK-TAB-REF-VALORMOV (REF-IDX) TO WRK-PAR-VALOR      00921960
              IF WRK-ACHOU-ORIGINAL                                     00921970
                ADD 1 TO WRK-PARES-ESTORNO                              00921980
                MOVE 'PAR ESTORNADO'          TO WRK-PAR-TIPO           00921990
                MOVE WRK-TAB-REF-TIPOMOV (WRK-IND-PAR)                  00922000
                                              TO WRK-PAR-TIPOMOV        00922010
              ELSE                                                      00922020
                ADD 1 TO WRK-DIVERGENTES                                00922030
                MOVE 'ESTORNO SEM O ORIGINAL' TO WRK-PAR-TIPO           00922040
                MOVE SPACES                   TO WRK-PAR-TIPOMOV        00922050
              END-IF                                                    00922060
              WRITE FD-RELPROVA FROM WRK-LINHA-PAR                      00922070
            END-IF.                                                     00922080
            ADD 1 TO WRK-IND-EST.                                       00922090
      *--------------------------------------------------------------   00922100
       2450-99-FIM.                              EXIT.                  00922110
      *--------------------------------------------------------------   00922120
      *--------------------------------------------------------------   00922130
       2480-PROCURAR-ORIGINAL                    SECTION.               00922140
      *--------------------------------------------------------------   00922150
            IF WRK-TAB-REF-PAREADO (WRK-IND-ORIG) EQUAL 'N' AND         00922160
               WRK-TAB-REF-TEXTO (WRK-IND-ORIG) NOT EQUAL               00922170
                                            'ESTORNO DO LANC ' AND      00922180
               WRK-TAB-REF-NUMERO (WRK-IND-ORIG) EQUAL                  00922190
                  WRK-TAB-REF-NUMERO (REF-IDX) AND                      00922200
               WRK-TAB-REF-VALORMOV (WRK-IND-ORIG) EQUAL                00922210
                  WRK-TAB-REF-VALORMOV (REF-IDX) AND                    00922220
               WRK-TAB-REF-TIPOMOV (WRK-IND-ORIG) NOT EQUAL             00922230
                  WRK-TAB-REF-TIPOMOV (REF-IDX)                         00922240
              MOVE 'S' TO WRK-TAB-REF-PAREADO (WRK-IND-ORIG)            00922250
              MOVE WRK-IND-ORIG TO WRK-IND-PAR                          00921610
              MOVE 'S' TO WRK-SW-ORIGINAL                               00922260
            END-IF.                                                     00922270
            ADD 1 TO WRK-IND-ORIG.                                      00922280
      *--------------------------------------------------------------   00922290
       2480-99-FIM.                              EXIT.                  00922300
      *--------------------------------------------------------------   00922310
      ***************************************************************   00014230
      *               F I N A L I Z A R                             *   00014240
      ***************************************************************   00014250
            DISPLAY 'CONTAS DE ABERTURA LIDAS      : ' WRK-CONTAS-LIDAS.00014410
            DISPLAY 'MOVIMENTOS DO JORNAL          : ' WRK-MOVS-JORNAL. 00014420
            DISPLAY 'CONTAS DIVERGENTES            : ' WRK-DIVERGENTES. 00014430
            DISPLAY 'PARES ESTORNADOS (CLES)       : '                  00922320
                    WRK-PARES-ESTORNO.                                  00922330
            DISPLAY 'ENCERRADAS PELO DELTA DO DIA  : '                  00014440
                    WRK-ENCERRADAS-DIA.                                 00014450
            IF WRK-DIVERGENTES GREATER ZEROS                            00014460
