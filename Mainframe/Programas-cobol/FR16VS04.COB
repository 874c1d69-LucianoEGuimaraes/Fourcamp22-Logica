      *                 PARTIR DO SALDO DE FECHAMENTO DO CLINOVO.   *   00010260
      *                 RERUN E TOLERADO: CHAVE JA CARREGADA E      *   00010270
      *                 APENAS CONTADA.                             *   00010280
      *                 CADA MOVIMENTO LEVA O CODIGO DE HISTORICO   *   00880000
      *                 (TABELA HISTCOD) PARA A CONSULTA ONLINE.    *   00880010
      *                 O ESTORNO DA CLES ('ESTORNO DO LANC ' +     *   00920600
      *                 REFERENCIA) E O LANCAMENTO ORIGINAL COM A   *   00920610
      *                 MESMA REFERENCIA, AMBOS POSTADOS, SAO       *   00920620
      *                 GRAVADOS COMO PAR CANCELADO: O TEXTO DO     *   00920630
      *                 ORIGINAL PASSA A 'LANC ESTORNADO  ' +       *   00920640
      *                 REFERENCIA.                                 *   00920650
      *-------------------------------------------------------------*   00010290
      *   ARQUIVOS...:                                              *   00010300
      *    DDNAME              I/O                                  *   00010310
          05 FD-MOV0106-MOVIMENTO  PIC X(30).                           00010980
          05 FD-MOV0106-VALORMOV   PIC 9(08)V99.                        00010990
          05 FD-MOV0106-TIPOMOV    PIC X(01).                           00011000
          05 FD-MOV0106-HISTORICO  PIC 9(03).                           00880020
                                                                        00011010
       FD MOV0106E                                                      00011020
          RECORDING  MODE IS F                                          00011030
          05 FD-MOV0106E-MOTIVO    PIC X(20).                           00011130
          05 FD-MOV0106E-DATA-PROC PIC 9(08).                           00011140
          05 FD-MOV0106E-NSEQ-RUN  PIC 9(03).                           00011150
          05 FD-MOV0106E-HISTORICO PIC 9(03).                           00880030
                                                                        00011160
       FD MOV0106R                                                      00011170
          RECORDING  MODE IS F                                          00011180
       77 WRK-CARREGADOS    PIC 9(07) VALUE ZEROS.                      00011520
       77 WRK-EXCLUIDOS     PIC 9(05) VALUE ZEROS.                      00011530
       77 WRK-JA-CARREGADOS PIC 9(05) VALUE ZEROS.                      00011540
       77 WRK-PARES-ESTORNO PIC 9(05) VALUE ZEROS.                      00920660
       77 WRK-MOV-CONTA     PIC 9(03) COMP VALUE ZEROS.                 00011550
       77 WRK-MOV-MAX       PIC 9(03) COMP VALUE 500.                   00011560
       77 WRK-IND           PIC 9(03) COMP VALUE ZEROS.                 00011570
       77 WRK-IND-ORIG      PIC 9(03) COMP VALUE ZEROS.                 00920670
       77 WRK-SW-ORIGINAL   PIC X(01) VALUE 'N'.                        00920680
           88 WRK-ACHOU-ORIGINAL       VALUE 'S'.                       00920690
           88 WRK-SEM-ORIGINAL         VALUE 'N'.                       00920700
       77 WRK-NSEQ          PIC 9(04) VALUE ZEROS.                      00011580
       77 WRK-SALDO-CORR    PIC S9(09)V99 VALUE ZEROS.                  00011590
       77 WRK-SW-FIM-VSAM   PIC X(01) VALUE 'N'.                        00011600
             10 WRK-TAB-MOVIMENTO  PIC X(30).                           00011770
             10 WRK-TAB-VALORMOV   PIC 9(08)V99.                        00011780
             10 WRK-TAB-TIPOMOV    PIC X(01).                           00011790
             10 WRK-TAB-HISTORICO  PIC 9(03).                           00880040
             10 WRK-TAB-SALDO-APOS PIC S9(08)V99.                       00011800
             10 WRK-TAB-EXCLUIDO   PIC X(01).                           00011810
                88 WRK-MOV-EXCLUIDO        VALUE 'S'.                   00011820
                PERFORM 5300-LER-CLINOVO                                00012590
             WHEN FD-CLINOVO-CHAVE EQUAL FD-MOV0106-CHAVE               00012600
                PERFORM 2100-JUNTAR-MOVIMENTOS                          00012610
                PERFORM 2400-PAREAR-ESTORNOS                            00920710
                PERFORM 2200-APURAR-SALDOS                              00012620
                PERFORM 2300-GRAVAR-MOVIMENTOS                          00012630
                PERFORM 5300-LER-CLINOVO                                00012640
            MOVE FD-MOV0106-MOVIMENTO TO WRK-TAB-MOVIMENTO (MOV-IDX)    00012990
            MOVE FD-MOV0106-VALORMOV  TO WRK-TAB-VALORMOV (MOV-IDX)     00013000
            MOVE FD-MOV0106-TIPOMOV   TO WRK-TAB-TIPOMOV (MOV-IDX)      00013010
            MOVE FD-MOV0106-HISTORICO TO WRK-TAB-HISTORICO (MOV-IDX)    00880050
            MOVE 'N'                  TO WRK-TAB-EXCLUIDO (MOV-IDX).    00013020
            PERFORM 2150-TESTAR-EXCLUSAO.                               00013030
            IF WRK-MOV-EXCLUIDO (MOV-IDX)                               00013040
              MOVE WRK-TAB-MOVIMENTO (MOV-IDX) TO REG-MOVH-MOVIMENTO    00013990
              MOVE WRK-TAB-VALORMOV (MOV-IDX)  TO REG-MOVH-VALORMOV     00014000
              MOVE WRK-TAB-TIPOMOV (MOV-IDX)   TO REG-MOVH-TIPOMOV      00014010
              MOVE WRK-TAB-HISTORICO (MOV-IDX) TO REG-MOVH-HISTORICO    00880060
              MOVE WRK-TAB-SALDO-APOS (MOV-IDX)                         00014020
                                       TO REG-MOVH-SALDO-APOS           00014030
              WRITE REG-MOVH                                            00014040
      *--------------------------------------------------------------   00014120
       2350-99-FIM.                              EXIT.                  00014130
      *--------------------------------------------------------------   00014140
      ***************************************************************   00920720
      *   P A R E A R   E S T O R N O S                             *   00920730
      ***************************************************************   00920740
      * O ESTORNO DA CLES CHEGA NO JORNAL COM O TEXTO 'ESTORNO DO   *   00920750
      * LANC ' E A REFERENCIA (DATA E HORA) DO ORIGINAL. O ORIGINAL *   00920760
      * POSTADO DA MESMA CONTA COM A MESMA REFERENCIA, O MESMO VALOR*   00920770
      * E O TIPO CONTRARIO E MARCADO 'LANC ESTORNADO  ', PARA A     *   00920780
      * CONSULTA E O EXTRATO MOSTRAREM OS DOIS COMO PAR CANCELADO.  *   00920790
      * SE UM DOS DOIS NAO FOI POSTADO NADA E MARCADO.              *   00920800
      *--------------------------------------------------------------   00920810
       2400-PAREAR-ESTORNOS                      SECTION.               00920820
      *--------------------------------------------------------------   00920830
            MOVE 1 TO WRK-IND.                                          00920840
            PERFORM 2450-PAREAR-UM-ESTORNO                              00920850
               UNTIL WRK-IND GREATER WRK-MOV-CONTA.                     00920860
      *--------------------------------------------------------------   00920870
       2400-99-FIM.                              EXIT.                  00920880
      *--------------------------------------------------------------   00920890
      *--------------------------------------------------------------   00920900
       2450-PAREAR-UM-ESTORNO                    SECTION.               00920910
      *--------------------------------------------------------------   00920920
            SET MOV-IDX TO WRK-IND.                                     00920930
            IF WRK-MOV-POSTADO (MOV-IDX) AND                            00920940
               WRK-TAB-MOVIMENTO (MOV-IDX) (1:16) EQUAL                 00920950
                                            'ESTORNO DO LANC '          00920960
              MOVE 'N' TO WRK-SW-ORIGINAL                               00920970
              MOVE 1   TO WRK-IND-ORIG                                  00920980
              PERFORM 2480-PROCURAR-ORIGINAL                            00920990
                 UNTIL WRK-ACHOU-ORIGINAL                               00921000
                    OR WRK-IND-ORIG GREATER WRK-MOV-CONTA               00921010
            END-IF.                                                     00921020
            ADD 1 TO WRK-IND.                                           00921030
      *--------------------------------------------------------------   00921040
       2450-99-FIM.                              EXIT.                  00921050
      *--------------------------------------------------------------   00921060
      *--------------------------------------------------------------   00921070
       2480-PROCURAR-ORIGINAL                    SECTION.               00921080
      *--------------------------------------------------------------   00921090
            IF WRK-MOV-POSTADO (WRK-IND-ORIG) AND                       00921100
               WRK-TAB-MOVIMENTO (WRK-IND-ORIG) (17:14) EQUAL           00921110
                  WRK-TAB-MOVIMENTO (MOV-IDX) (17:14) AND               00921120
               WRK-TAB-MOVIMENTO (WRK-IND-ORIG) (1:16) NOT EQUAL        00921130
                                            'ESTORNO DO LANC ' AND      00921140
               WRK-TAB-MOVIMENTO (WRK-IND-ORIG) (1:16) NOT EQUAL        00921150
                                            'LANC ESTORNADO  ' AND      00921160
               WRK-TAB-VALORMOV (WRK-IND-ORIG) EQUAL                    00921170
                  WRK-TAB-VALORMOV (MOV-IDX) AND                        00921180
               WRK-TAB-TIPOMOV (WRK-IND-ORIG) NOT EQUAL                 00921190
                  WRK-TAB-TIPOMOV (MOV-IDX)                             00921200
              MOVE 'LANC ESTORNADO  '                                   00921210
                           TO WRK-TAB-MOVIMENTO (WRK-IND-ORIG) (1:16)   00921220
              MOVE 'S'     TO WRK-SW-ORIGINAL                           00921230
              ADD 1        TO WRK-PARES-ESTORNO                         00921240
            END-IF.                                                     00921250
            ADD 1 TO WRK-IND-ORIG.                                      00921260
      *--------------------------------------------------------------   00921270
       2480-99-FIM.                              EXIT.                  00921280
      *--------------------------------------------------------------   00921290
      ***************************************************************   00014150
      *               F I N A L I Z A R                             *   00014160
      ***************************************************************   00014170
            DISPLAY 'DATAS EXPURGADAS (REGISTROS)  : ' WRK-EXPURGADOS.  00014240
            DISPLAY 'MOVIMENTOS CARREGADOS         : ' WRK-CARREGADOS.  00014250
            DISPLAY 'MOVIMENTOS NAO POSTADOS FORA  : ' WRK-EXCLUIDOS.   00014260
            DISPLAY 'PARES ESTORNADOS (CLES)       : '                  00921300
                    WRK-PARES-ESTORNO.                                  00921310
            DISPLAY 'CHAVES JA CARREGADAS (RERUN)  : '                  00014270
                    WRK-JA-CARREGADOS.                                  00014280
            DISPLAY '-----FIM DE PROCESSAMENTO----'.                    00014290
