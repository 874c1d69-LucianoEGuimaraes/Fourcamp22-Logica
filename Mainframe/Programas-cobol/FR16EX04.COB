      * OBJETIVO......: BALANCE LINE DOS ARQUIVOS CLIENTES E MOV0106*   00062817
      *                 GRAVACAO DE RELATORIO NO MOV0106A E M0V0106C*   00062917
      *                 DE ACORDO COM A REGRA DE NEGOCIO            *   00063017
      *                 O CODIGO DE HISTORICO DE CADA MOVIMENTO     *   00880000
      *                 (TABELA HISTCOD) DIZ SE ELE PODE SER        *   00880010
      *                 LANCADO EM CONTA BLOQUEADA OU DORMENTE; O   *   00880020
      *                 QUE NAO PODE SAI NO MOV0106E COM O MOTIVO.  *   00880030
      *                 A CONTA ATIVA SEM MOVIMENTO HA              *   01922000
      *                 DORMENCIA-NOITES DIAS UTEIS OU MAIS         *   01922010
      *                 (PARMRUN; CALENDARIO DA AGENCIA PELA ROTINA *   01922020
      *                 FR16DU01) VIRA DORMENTE NO CLINOVO.         *   01922030
      *                 PARTICIONADO POR FAIXA DE AGENCIA: O CARTAO *   02100000
      *                 DO SYSIN TRAZ O NUMERO DA PARTICAO (01 A    *   02100010
      *                 09) E A FAIXA VEM DO PARMRUN (PARTNN-AG-    *   02100020
      *                 INICIO E PARTNN-AG-FIM). A PARTICAO SO LE   *   02100030
      *                 AS CONTAS E OS MOVIMENTOS DA FAIXA, USA A   *   02100040
      *                 RODADA JA ABERTA NO RUNCTL (FR16EX09 MODO   *   02100050
      *                 1), SEM AVANCAR A SEQUENCIA, E GRAVA NO     *   02100060
      *                 TOTAIS A LINHA DE CONTROLE (#PARTREG) QUE   *   02100070
      *                 O FR16EX09 MODO 2 CONFERE NA JUNCAO. SYSIN  *   02100080
      *                 00 OU EM BRANCO = PASSADA UNICA NO ARQUIVO. *   02100090
      *                 O VALOR BLOQUEADO POR ORDEM JUDICIAL NA     *   00944000
      *                 CONTA (BLQVSAM, ORDENS EM SITUACAO A OU T)  *   00944010
      *                 NAO ENTRA NO SALDO + LIMITE DO DEBITO. O    *   00944020
      *                 DEBITO DA TRANSFERENCIA JUDICIAL (HISTORICO *   00944030
      *                 014, FR16BJ03) CONSOME O PROPRIO BLOQUEIO E *   00944040
      *                 NAO TESTA SALDO.                            *   00944050
      *-------------------------------------------------------------*   00064000
      *   ARQUIVOS...:                                              *   00065000
      *    DDNAME              I/O                                  *   00066000
      *    CLIENTES             I                                   *   00067017
      *    MOV0106              I                                   *   00067117
      *    PARMRUN              I                                   *   00067217
      *    HISTCOD              I                                   *   00880040
      *    BLQVSAM              I                                   *   00944060
      *    FERIADOS             I  (PELA ROTINA FR16DU01)           *   01922040
      *    SYSIN                I  (NUMERO DA PARTICAO)             *   02100100
      *    RUNCTL              I-O (SO LEITURA NA PARTICAO)         *   02100110
      *    MOV0106A             O                                   *   00068017
      *    MOV0106C             O                                   *   00069017
      *    CLINOVO              O                                   *   00069117
      *-------------------------------------------------------------*   00070000
      *   MODULOS....:                             INCLUDE/BOOK     *   00080000
      *   GRAVALOG -   TRATAMENTO DE ERROS            GLOG2         *   00090000
      *   FR16DU01 -   CALENDARIO DE DIAS UTEIS       GCAL          *   01922050
      *=============================================================*   00100000
                                                                        00120000
      *=============================================================*   00130000
                                                                        01900010
            SELECT SALDODIA ASSIGN TO SALDODIA                          01900020
                FILE STATUS  IS WRK-FS-SALDODIA.                        01900030
                                                                        00880050
            SELECT HISTCOD  ASSIGN TO HISTCOD                           00880060
                FILE STATUS  IS WRK-FS-HISTCOD.                         00880070
                                                                        00944070
            SELECT BLQVSAM  ASSIGN TO BLQVSAM                           00944080
                ORGANIZATION IS INDEXED                                 00944090
                ACCESS MODE IS DYNAMIC                                  00944100
                RECORD KEY IS REG-BLQ-CHAVE                             00944110
                FILE STATUS  IS WRK-FS-BLQVSAM.                         00944120
      *=============================================================*   00270000
       DATA                                      DIVISION.              00280000
      *=============================================================*   00290000
          05 FD-MOV0106-MOVIMENTO  PIC X(30).                           00356117
          05 FD-MOV0106-VALORMOV   PIC 9(08)V99.                        00356217
          05 FD-MOV0106-TIPOMOV    PIC X(01).                           00356317
          05 FD-MOV0106-HISTORICO  PIC 9(03).                           00880080
                                                                        00357004
                                                                        00358004
       FD MOV0106A                                                      00359017
          05 FD-MOV0106E-MOTIVO    PIC X(20).                           00800140
          05 FD-MOV0106E-DATA-PROC PIC 9(08).                           00800142
          05 FD-MOV0106E-NSEQ-RUN  PIC 9(03).                           00800144
          05 FD-MOV0106E-HISTORICO PIC 9(03).                           00880090
                                                                        01000040
       FD MOV0106R                                                      01000050
          RECORDING  MODE IS F.                                         01000060
          05 FD-SDIA-DATA-PROC  PIC 9(08).                              01900140
          05 FD-SDIA-NSEQ-RUN   PIC 9(03).                              01900150
          05 FD-SDIA-SALDO      PIC S9(08)V99.                          01900160
                                                                        00880100
       FD HISTCOD                                                       00880110
          RECORDING  MODE IS F.                                         00880120
                                                                        00880130
       COPY '#HISTREG'.                                                 00880140
                                                                        00944130
       FD BLQVSAM.                                                      00944140
                                                                        00944150
       COPY '#BLQREG'.                                                  00944160
      *-------------------------------------------------------------*   00480000
       WORKING-STORAGE                           SECTION.               00490000
      *-------------------------------------------------------------*   00500000
      *-------------------------------------------------------------*   00501400
                                                                        00501500
       COPY '#GLOG'.                                                    00502000
                                                                        01922060
       COPY '#GCAL'.                                                    01922070
                                                                        00503000
                                                                        00516500
      *-------------------------------------------------------------*   00516600
       77 WRK-DATA-PROC     PIC 9(08) VALUE ZEROS.                      01600120
       77 WRK-NSEQ-RUN      PIC 9(03) VALUE ZEROS.                      01600130
       77 WRK-ERRORLOG      PIC X(08) VALUE 'ERRORLOG'.                 00521317
       77 WRK-CALENDARIO    PIC X(08) VALUE 'FR16DU01'.                 01922080
       77 WRK-REGLIDOS      PIC 9(02) VALUE ZEROS.                      00521418
       77 WRK-GRAVADOS-A    PIC 9(02) VALUE ZEROS.                      00521518
       77 WRK-CONTADOR      PIC 9(01) VALUE ZEROS.                      00521618
       77 WRK-DORMENCIA-NOITES PIC 9(08) VALUE 00000090.                01700030
       77 WRK-DIA-HOJE      PIC S9(09) COMP VALUE ZEROS.                01700040
       77 WRK-DIAS-SEM-MOV  PIC S9(09) COMP VALUE ZEROS.                01700050
       77 WRK-DIAS-FOLGA    PIC S9(09) COMP VALUE ZEROS.                01922090
       77 WRK-SALDO-DISPONIVEL PIC S9(09)V99 VALUE ZEROS.               01800020
       77 WRK-CHAVE-CLI-ANT PIC X(08) VALUE LOW-VALUES.                 02000010
       77 WRK-CHAVE-MOV-ANT PIC X(08) VALUE LOW-VALUES.                 02000020
       77 WRK-GRAVADOS      PIC 9(02) COMP VALUE ZEROS.                 00521918
       77 WRK-FS-TOTAIS     PIC 9(02).                                  00500090
       77 WRK-FS-SALDODIA   PIC 9(02).                                  01900170
       77 WRK-FS-HISTCOD    PIC 9(02).                                  00880150
       77 WRK-FS-BLQVSAM    PIC 9(02).                                  00944170
      * TRANSFERENCIA JUDICIAL (#HISTREG): DEBITA O VALOR BLOQUEADO.    00944180
       77 WRK-HIS-TRF-JUDICIAL PIC 9(03) VALUE 014.                     00944190
      * VALOR BLOQUEADO DA CONTA CORRENTE, APURADO UMA VEZ POR CONTA.   00944200
       77 WRK-BLQ-CONTA-LIDA PIC X(08) VALUE LOW-VALUES.                00944210
       77 WRK-BLOQUEADO-CONTA PIC 9(09)V99 VALUE ZEROS.                 00944220
       77 WRK-SW-FIM-BLQ    PIC X(01) VALUE 'N'.                        00944230
           88 WRK-FIM-BLQ             VALUE 'S'.                        00944240
           88 WRK-TEM-BLQ             VALUE 'N'.                        00944250
       77 WRK-GRAVADOS-D    PIC 9(05) VALUE ZEROS.                      00880160
       77 WRK-GRAVADOS-S    PIC 9(05) VALUE ZEROS.                      01900180
       77 WRK-AGENCIA-ATUAL PIC X(04) VALUE SPACES.                     00500100
       77 WRK-AG-QTDE-A     PIC 9(05) VALUE ZEROS.                      00500110
       77 WRK-VALOR-TOTAL-A PIC S9(09)V99 VALUE ZEROS.                  00500150
       77 WRK-VALOR-TOTAL-C PIC S9(09)V99 VALUE ZEROS.                  00500160
                                                                        00522018
                                                                        02100120
      *-------------------------------------------------------------*   02100130
       01 FILLER PIC X(45) VALUE                                        02100140
              '-----------PARTICAO DO BALANCE LINE----------'.          02100150
      *-------------------------------------------------------------*   02100160
      *----------------CARTAO DE CONTROLE SYSIN---------------------*   02100170
      * WRK-PARM-PARTICAO: 01 A 09 = PARTICAO DEFINIDA NO PARMRUN   *   02100180
      *                    00 OU BRANCO = ARQUIVO INTEIRO           *   02100190
       01 WRK-PARM.                                                     02100200
          05 WRK-PARM-PARTICAO   PIC X(02).                             02100210
             88 PARM-SEM-PARTICAO        VALUE '00' SPACES.             02100220
                                                                        02100230
      * FAIXA DE AGENCIAS DA PARTICAO (SEM PARTICAO, TODAS).            02100240
       77 WRK-PAR-AG-INICIO PIC X(04) VALUE LOW-VALUES.                 02100250
       77 WRK-PAR-AG-FIM    PIC X(04) VALUE HIGH-VALUES.                02100260
       77 WRK-SW-PAR-INICIO PIC X(01) VALUE 'N'.                        02100270
       77 WRK-SW-PAR-FIM    PIC X(01) VALUE 'N'.                        02100280
       01 WRK-PAR-AG-NUM    PIC 9(04) VALUE ZEROS.                      02100290
       01 WRK-PAR-AG-X      REDEFINES WRK-PAR-AG-NUM PIC X(04).         02100300
                                                                        02100310
      * CONTADORES DA LINHA DE CONTROLE DA PARTICAO (#PARTREG).         02100320
       77 WRK-PAR-QTDE-CLI  PIC 9(07) VALUE ZEROS.                      02100330
       77 WRK-PAR-QTDE-MOV  PIC 9(07) VALUE ZEROS.                      02100340
       77 WRK-PAR-QTDE-A    PIC 9(07) VALUE ZEROS.                      02100350
       77 WRK-PAR-QTDE-C    PIC 9(07) VALUE ZEROS.                      02100360
       77 WRK-PAR-QTDE-APLIC PIC 9(07) VALUE ZEROS.                     02100370
       77 WRK-PAR-QTDE-E    PIC 9(07) VALUE ZEROS.                      02100380
       77 WRK-PAR-QTDE-R    PIC 9(07) VALUE ZEROS.                      02100390
       77 WRK-PAR-VALOR-LIQ PIC S9(09)V99 VALUE ZEROS.                  02100400
                                                                        02100410
       COPY '#PARTREG'.                                                 02100420
                                                                        02100430
                                                                        00880170
      *-------------------------------------------------------------*   00880180
       01 FILLER PIC X(45) VALUE                                        00880190
              '-----------TABELA DE HISTORICOS--------------'.          00880200
      *-------------------------------------------------------------*   00880210
      * A TABELA E ENDERECADA PELO PROPRIO CODIGO (001 A 999).          00880220
       77 WRK-HIS-QTDE      PIC 9(03) COMP VALUE ZEROS.                 00880230
       77 WRK-HIS-ANT       PIC 9(03) VALUE ZEROS.                      00880240
       77 WRK-HIS-CODIGO    PIC 9(03) VALUE ZEROS.                      00880250
                                                                        00880260
       01 WRK-TABELA-HISTORICOS.                                        00880270
          05 WRK-TAB-HIS OCCURS 999 TIMES.                              00880280
             10 WRK-THI-PERMITE-DORM PIC X(01).                         00880290
             10 WRK-THI-PERMITE-BLOQ PIC X(01).                         00880300
      *=============================================================*   00540000
      *-------------------------------------------------------------*   00500170
       01 WRK-CABECALHO-TOTAIS.                                         00500180
          05 WRK-CAB-DATA-PROC    PIC 9(08).                            00500204
          05 FILLER               PIC X(01) VALUE '/'.                  00500206
          05 WRK-CAB-NSEQ-RUN     PIC 9(03).                            00500208
          05 FILLER               PIC X(02) VALUE SPACES.               02100440
          05 WRK-CAB-PAR-ROTULO   PIC X(09) VALUE SPACES.               02100450
          05 WRK-CAB-PAR-NUMERO   PIC X(02) VALUE SPACES.               02100460
                                                                        00500210
       01 WRK-DETALHE-TOTAIS.                                           00500220
          05 WRK-TOT-AGENCIA      PIC X(04).                            00500230
      *--------------------------------------------------------------   00617000
       1000-INICIALIZAR                          SECTION.               00618000
      *--------------------------------------------------------------   00619000
             ACCEPT WRK-PARM FROM SYSIN.                                02100470
             PERFORM 1030-CARREGAR-HISTORICOS THRU 1030-99-FIM.         00880310
             PERFORM 1050-LER-PARAMETROS THRU 1050-99-FIM.              01500150
             IF PARM-SEM-PARTICAO                                       02100480
               PERFORM 1100-IDENTIFICAR-RUN THRU 1100-99-FIM            01600140
             ELSE                                                       02100490
               PERFORM 1110-LER-RODADA THRU 1110-99-FIM                 02100500
             END-IF.                                                    02100510
             OPEN INPUT CLIENTES MOV0106 BLQVSAM.                       00630017
                  PERFORM 5100-TESTAR-STATUS.                           00640100
                  PERFORM 5200-TESTAR-VAZIO.                            00640207
                 PERFORM 1150-TESTAR-RESTART THRU 1150-99-FIM.          01299980
      *--------------------------------------------------------------   00671000
       1000-99-FIM.                              EXIT.                  00672000
      *-------------------------------------------------------------*   01500160
      ***************************************************************   00880320
      *   C A R R E G A R   T A B E L A   D E   H I S T O R I C O S *   00880330
      ***************************************************************   00880340
      * SO INTERESSAM AQUI AS PERMISSOES DE CONTA DORMENTE E        *   00880350
      * BLOQUEADA; CODIGO E SENTIDO JA FORAM CONFERIDOS NO FR16MV01.*   00880360
      *-------------------------------------------------------------*   00880370
       1030-CARREGAR-HISTORICOS                  SECTION.               00880380
      *-------------------------------------------------------------*   00880390
            MOVE SPACES TO WRK-TABELA-HISTORICOS.                       00880400
            OPEN INPUT HISTCOD.                                         00880410
            IF WRK-FS-HISTCOD NOT EQUAL 0                               00880420
              MOVE 'FR16EX04'             TO WRK-PROGRAMA               00880430
              MOVE '1030'                 TO WRK-SECAO                  00880440
              MOVE 'ERRO NO OPEN HISTCOD' TO WRK-MENSAGEM               00880450
              MOVE WRK-FS-HISTCOD         TO WRK-STATUS                 00880460
              PERFORM 6000-TRATA-ERROS                                  00880470
            END-IF.                                                     00880480
            READ HISTCOD                                                00880490
              AT END MOVE 10 TO WRK-FS-HISTCOD                          00880500
            END-READ.                                                   00880510
            PERFORM 1040-GUARDAR-HISTORICO THRU 1040-99-FIM             00880520
               UNTIL WRK-FS-HISTCOD EQUAL 10.                           00880530
            CLOSE HISTCOD.                                              00880540
            IF WRK-HIS-QTDE EQUAL ZEROS                                 00880550
              MOVE 'FR16EX04'             TO WRK-PROGRAMA               00880560
              MOVE '1030'                 TO WRK-SECAO                  00880570
              MOVE 'TABELA DE HISTORICOS VAZIA' TO WRK-MENSAGEM         00880580
              MOVE WRK-FS-HISTCOD         TO WRK-STATUS                 00880590
              PERFORM 6000-TRATA-ERROS                                  00880600
            END-IF.                                                     00880610
      *-------------------------------------------------------------*   00880620
       1030-99-FIM.                               EXIT.                 00880630
      *-------------------------------------------------------------*   00880640
      *-------------------------------------------------------------*   00880650
       1040-GUARDAR-HISTORICO                    SECTION.               00880660
      *-------------------------------------------------------------*   00880670
            IF REG-HIST-CODIGO NOT NUMERIC OR                           00880680
               REG-HIST-CODIGO NOT GREATER WRK-HIS-ANT                  00880690
              DISPLAY 'HISTCOD - REGISTRO INVALIDO: ' REG-HIST          00880700
              MOVE 'FR16EX04'             TO WRK-PROGRAMA               00880710
              MOVE '1040'                 TO WRK-SECAO                  00880720
              MOVE 'TABELA DE HISTORICOS INVALIDA' TO WRK-MENSAGEM      00880730
              MOVE WRK-FS-HISTCOD         TO WRK-STATUS                 00880740
              PERFORM 6000-TRATA-ERROS                                  00880750
            END-IF.                                                     00880760
            MOVE REG-HIST-PERMITE-DORM                                  00880770
                          TO WRK-THI-PERMITE-DORM (REG-HIST-CODIGO).    00880780
            MOVE REG-HIST-PERMITE-BLOQ                                  00880790
                          TO WRK-THI-PERMITE-BLOQ (REG-HIST-CODIGO).    00880800
            MOVE REG-HIST-CODIGO TO WRK-HIS-ANT.                        00880810
            ADD 1 TO WRK-HIS-QTDE.                                      00880820
            READ HISTCOD                                                00880830
              AT END MOVE 10 TO WRK-FS-HISTCOD                          00880840
            END-READ.                                                   00880850
      *-------------------------------------------------------------*   00880860
       1040-99-FIM.                               EXIT.                 00880870
      *-------------------------------------------------------------*   00880880
      ***************************************************************   01500170
      *       L E R   P A R A M E T R O S   (PARMRUN)               *   01500180
      ***************************************************************   01500190
            DISPLAY '  SALDO-CORTE....: ' WRK-SALDO-CORTE.              01500430
            DISPLAY '  CKP-INTERVALO..: ' WRK-CKP-INTERVALO.            01500440
            DISPLAY '  DORMENCIA-NOITES: ' WRK-DORMENCIA-NOITES.        01700060
            IF NOT PARM-SEM-PARTICAO                                    02100520
               PERFORM 1090-VALIDAR-PARTICAO THRU 1090-99-FIM           02100530
            END-IF.                                                     02100540
      *-------------------------------------------------------------*   01500450
       1050-99-FIM.                               EXIT.                 01500460
      *-------------------------------------------------------------*   01500470
                  PERFORM 1080-PARAMETRO-INVALIDO THRU 1080-99-FIM      01700100
               END-IF                                                   01700110
               MOVE FD-PRM-VALOR TO WRK-DORMENCIA-NOITES                01700120
             WHEN FD-PRM-CHAVE (1:4) EQUAL 'PART'                       02100550
               PERFORM 1065-TRATAR-PARTICAO THRU 1065-99-FIM            02100560
             WHEN OTHER                                                 01500650
               DISPLAY 'PARAMETRO DESCONHECIDO: ' FD-PRM-CHAVE          01500660
               PERFORM 1080-PARAMETRO-INVALIDO THRU 1080-99-FIM         01500670
      *-------------------------------------------------------------*   01500720
       1060-99-FIM.                               EXIT.                 01500730
      *-------------------------------------------------------------*   01500740
      *-------------------------------------------------------------*   02100570
      * FAIXA DE AGENCIAS DE UMA PARTICAO: PARTNN-AG-INICIO E       *   02100580
      * PARTNN-AG-FIM, COM A AGENCIA NOS 4 ULTIMOS DIGITOS DO VALOR.*   02100590
      * TODAS AS LINHAS SAO CRITICADAS; SO A FAIXA DA PARTICAO DO   *   02100600
      * SYSIN E GUARDADA (A TABELA INTEIRA E CONFERIDA NO FR16EX09).*   02100610
      *-------------------------------------------------------------*   02100620
       1065-TRATAR-PARTICAO                      SECTION.               02100630
      *-------------------------------------------------------------*   02100640
            PERFORM 1070-VALIDAR-VALOR THRU 1070-99-FIM.                02100650
            IF FD-PRM-CHAVE (5:2) NOT NUMERIC OR                        02100660
               FD-PRM-VALOR GREATER 9999                                02100670
               PERFORM 1080-PARAMETRO-INVALIDO THRU 1080-99-FIM         02100680
            END-IF.                                                     02100690
            IF FD-PRM-CHAVE (7:10) NOT EQUAL '-AG-INICIO' AND           02100700
               FD-PRM-CHAVE (7:10) NOT EQUAL '-AG-FIM'                  02100710
               PERFORM 1080-PARAMETRO-INVALIDO THRU 1080-99-FIM         02100720
            END-IF.                                                     02100730
            IF NOT PARM-SEM-PARTICAO AND                                02100740
               FD-PRM-CHAVE (5:2) EQUAL WRK-PARM-PARTICAO               02100750
               MOVE FD-PRM-VALOR TO WRK-PAR-AG-NUM                      02100760
               IF FD-PRM-CHAVE (7:10) EQUAL '-AG-INICIO'                02100770
                  MOVE WRK-PAR-AG-X TO WRK-PAR-AG-INICIO                02100780
                  MOVE 'S'          TO WRK-SW-PAR-INICIO                02100790
               ELSE                                                     02100800
                  MOVE WRK-PAR-AG-X TO WRK-PAR-AG-FIM                   02100810
                  MOVE 'S'          TO WRK-SW-PAR-FIM                   02100820
               END-IF                                                   02100830
            END-IF.                                                     02100840
      *-------------------------------------------------------------*   02100850
       1065-99-FIM.                              EXIT.                  02100860
      *-------------------------------------------------------------*   02100870
      *-------------------------------------------------------------*   01500750
       1070-VALIDAR-VALOR                        SECTION.               01500760
      *-------------------------------------------------------------*   01500770
      *-------------------------------------------------------------*   01500930
       1080-99-FIM.                               EXIT.                 01500940
      *-------------------------------------------------------------*   01600150
      *-------------------------------------------------------------*   02100880
      * A PARTICAO DO SYSIN TEM DE ESTAR NO PARMRUN COM AS DUAS     *   02100890
      * PONTAS DA FAIXA; SEM ISSO A NOITE NAO RODA PELA METADE.     *   02100900
      *-------------------------------------------------------------*   02100910
       1090-VALIDAR-PARTICAO                     SECTION.               02100920
      *-------------------------------------------------------------*   02100930
            IF WRK-PARM-PARTICAO NOT NUMERIC OR                         02100940
               WRK-SW-PAR-INICIO EQUAL 'N' OR                           02100950
               WRK-SW-PAR-FIM    EQUAL 'N' OR                           02100960
               WRK-PAR-AG-INICIO GREATER WRK-PAR-AG-FIM                 02100970
               DISPLAY 'PARTICAO DO SYSIN: ' WRK-PARM-PARTICAO          02100980
               MOVE 'FR16EX04'             TO WRK-PROGRAMA              02100990
               MOVE '1090'                 TO WRK-SECAO                 02101000
               MOVE 'PARTICAO NAO DEFINIDA NO PARMRUN' TO WRK-MENSAGEM  02101010
               MOVE WRK-FS-PARMRUN         TO WRK-STATUS                02101020
               PERFORM 6000-TRATA-ERROS                                 02101030
            END-IF.                                                     02101040
            DISPLAY '  PARTICAO.......: ' WRK-PARM-PARTICAO             02101050
                    ' AGENCIAS ' WRK-PAR-AG-INICIO ' A ' WRK-PAR-AG-FIM.02101060
      *-------------------------------------------------------------*   02101070
       1090-99-FIM.                              EXIT.                  02101080
      *-------------------------------------------------------------*   02101090
      ***************************************************************   01600160
      *       I D E N T I F I C A R   A   E X E C U C A O           *   01600170
      ***************************************************************   01600180
                    '/' WRK-NSEQ-RUN.                                   01600650
      *-------------------------------------------------------------*   01600660
       1100-99-FIM.                               EXIT.                 01600670
      *-------------------------------------------------------------*   02101100
      *-------------------------------------------------------------*   02101110
      * NA PARTICAO A RODADA JA FOI ABERTA NO RUNCTL PELO FR16EX09  *   02101120
      * (MODO 1) ANTES DE AS PARTICOES SUBIREM EM PARALELO: O       *   02101130
      * ARQUIVO SO E LIDO, E TODAS AS PARTICOES (E O RERUN DE UMA   *   02101140
      * SO DELAS) CARIMBAM A MESMA DATA/SEQUENCIA.                  *   02101150
      *-------------------------------------------------------------*   02101160
       1110-LER-RODADA                           SECTION.               02101170
      *-------------------------------------------------------------*   02101180
            OPEN INPUT RUNCTL.                                          02101190
            IF WRK-FS-RUNCTL NOT EQUAL 0                                02101200
               MOVE 'FR16EX04'             TO WRK-PROGRAMA              02101210
               MOVE '1110'                 TO WRK-SECAO                 02101220
               MOVE 'ERRO NO OPEN RUNCTL'  TO WRK-MENSAGEM              02101230
               MOVE WRK-FS-RUNCTL          TO WRK-STATUS                02101240
               PERFORM 6000-TRATA-ERROS                                 02101250
            END-IF.                                                     02101260
            READ RUNCTL                                                 02101270
              AT END MOVE 10 TO WRK-FS-RUNCTL                           02101280
            END-READ.                                                   02101290
            IF WRK-FS-RUNCTL NOT EQUAL 0                                02101300
               MOVE 'FR16EX04'             TO WRK-PROGRAMA              02101310
               MOVE '1110'                 TO WRK-SECAO                 02101320
               MOVE 'RODADA NAO ABERTA NO RUNCTL' TO WRK-MENSAGEM       02101330
               MOVE WRK-FS-RUNCTL          TO WRK-STATUS                02101340
               PERFORM 6000-TRATA-ERROS                                 02101350
            END-IF.                                                     02101360
            MOVE FD-RUN-DATA TO WRK-DATA-PROC.                          02101370
            MOVE FD-RUN-NSEQ TO WRK-NSEQ-RUN.                           02101380
            CLOSE RUNCTL.                                               02101390
            COMPUTE WRK-DIA-HOJE =                                      02101400
                    FUNCTION INTEGER-OF-DATE (WRK-DATA-PROC).           02101410
            MOVE WRK-DATA-PROC TO WRK-CAB-DATA-PROC                     02101420
                                  WRK-TOT-DATA-PROC                     02101430
                                  WRK-TOTGER-DATA-PROC.                 02101440
            MOVE WRK-NSEQ-RUN  TO WRK-CAB-NSEQ-RUN                      02101450
                                  WRK-TOT-NSEQ-RUN                      02101460
                                  WRK-TOTGER-NSEQ-RUN.                  02101470
            MOVE 'PARTICAO'        TO WRK-CAB-PAR-ROTULO.               02101480
            MOVE WRK-PARM-PARTICAO TO WRK-CAB-PAR-NUMERO.               02101490
            DISPLAY '  DATA/SEQ DA EXECUCAO: ' WRK-DATA-PROC            02101500
                    '/' WRK-NSEQ-RUN.                                   02101510
      *-------------------------------------------------------------*   02101520
       1110-99-FIM.                              EXIT.                  02101530
      *-------------------------------------------------------------*   01299940
      *-------------------------------------------------------------*   01299950
       1150-TESTAR-RESTART                       SECTION.               01299960
      * OPERADOR E E REGRAVADO DO ZERO. A GERACAO PARCIAL DA         *   01300038
      * EXECUCAO MORTA FICA CATALOGADA MAS NENHUM JOB LE GERACAO     *   01300040
      * QUE NAO SEJA A DA EXECUCAO CORRENTE.                         *   01300042
      * NA PARTICAO O RERUN MANTEM A SEQUENCIA DA RODADA (1110) E    *  02101540
      * SO REFAZ A FAIXA DELA; A JUNCAO (FR16EX09) LE A ULTIMA       *  02101550
      * GERACAO DE CADA PARTICAO.                                    *  02101560
      *-------------------------------------------------------------*   01300044
       1200-VERIFICAR-CHECKPOINT                 SECTION.               01300046
      *-------------------------------------------------------------*   01300050
                PERFORM 2070-TESTAR-DORMENCIA                           01700150
                WRITE FD-CLINOVO FROM FD-CLIENTES                       00700091
                ADD 1 TO WRK-GRAVADOS-M                                 00700092
                ADD 1 TO WRK-PAR-QTDE-CLI                               02101570
                PERFORM 2095-GRAVAR-SALDO-DIA                           01900190
                IF FD-CLIENTES-SALDO GREATER WRK-SALDO-CORTE            00700019
                  MOVE FD-CLIENTES-AGENCIA TO FD-MOV0106A-AGENCIA       00700111
                  ADD FD-CLIENTES-SALDO TO WRK-AG-VALOR-A               00700110
                  ADD FD-CLIENTES-SALDO TO WRK-VALOR-TOTAL-A            00700120
                  ADD 1 TO WRK-GRAVADOS-A                               00700219
                  ADD 1 TO WRK-PAR-QTDE-A                               02101580
                  MOVE 0 TO WRK-CONTADOR                                00700319
                ELSE                                                    00700519
                  MOVE FD-CLIENTES-AGENCIA TO FD-MOV0106C-AGENCIA       00700611
                  ADD FD-CLIENTES-SALDO TO WRK-AG-VALOR-C               00700140
                  ADD FD-CLIENTES-SALDO TO WRK-VALOR-TOTAL-C            00700150
                  ADD 1 TO WRK-GRAVADOS-C                               00700719
                  ADD 1 TO WRK-PAR-QTDE-C                               02101590
                  MOVE 0 TO WRK-CONTADOR                                00700819
                END-IF                                                  00700919
                ADD 1 TO WRK-CKP-CONTADOR                               01300690
                  ADD 1 TO WRK-REGLIDOS                                 00701319
                END-IF                                                  00701419
             WHEN FD-CLIENTES-CHAVE EQUAL FD-MOV0106-CHAVE              00701517
                ADD 1 TO WRK-PAR-QTDE-MOV                               02101600
                PERFORM 2075-CONSULTAR-HISTORICO                        00880890
                IF FD-CLIENTES-BLOQUEADA AND                            00880900
                   WRK-THI-PERMITE-BLOQ (WRK-HIS-CODIGO) NOT EQUAL 'S'  00880910
                  PERFORM 2080-REJEITAR-BLOQUEADA                       00880920
                ELSE                                                    00880930
                IF FD-CLIENTES-DORMENTE AND                             00880940
                   WRK-THI-PERMITE-DORM (WRK-HIS-CODIGO) NOT EQUAL 'S'  00880950
                  PERFORM 2085-REJEITAR-DORMENTE                        00880960
                ELSE                                                    00880970
                IF FD-MOV0106-TIPOMOV EQUAL 'C'                         00702019
                  ADD FD-MOV0106-VALORMOV TO FD-CLIENTES-SALDO          00703019
                  ADD FD-MOV0106-VALORMOV TO WRK-PAR-VALOR-LIQ          02101610
                  ADD 1 TO WRK-CONTADOR                                 00703119
                  PERFORM 2090-MARCAR-MOVIMENTO                         01700190
                ELSE                                                    00704019
      *           O DEBITO E HONRADO ATE SALDO + LIMITE DE CHEQUE       01800030
      *           ESPECIAL; O SALDO PODE FICAR NEGATIVO.                01800040
      *           O VALOR BLOQUEADO POR ORDEM JUDICIAL NAO ENTRA; A     00944260
      *           TRANSFERENCIA JUDICIAL DEBITA O PROPRIO BLOQUEIO.     00944270
                  PERFORM 2078-APURAR-BLOQUEADO THRU 2078-99-FIM        00944280
                  IF FD-MOV0106-HISTORICO EQUAL WRK-HIS-TRF-JUDICIAL    00944290
                    MOVE FD-MOV0106-VALORMOV TO WRK-SALDO-DISPONIVEL    00944300
                    IF FD-MOV0106-VALORMOV NOT LESS WRK-BLOQUEADO-CONTA 00944310
                      MOVE ZEROS TO WRK-BLOQUEADO-CONTA                 00944320
                    ELSE                                                00944330
                      SUBTRACT FD-MOV0106-VALORMOV                      00944340
                          FROM WRK-BLOQUEADO-CONTA                      00944350
                    END-IF                                              00944360
                  ELSE                                                  00944370
                  COMPUTE WRK-SALDO-DISPONIVEL =                        01800050
                     FD-CLIENTES-SALDO + FD-CLIENTES-LIMITE             01800060
                     - WRK-BLOQUEADO-CONTA                              00944380
                  END-IF                                                00944390
                  IF WRK-SALDO-DISPONIVEL NOT LESS FD-MOV0106-VALORMOV  00704119
                    SUBTRACT FD-MOV0106-VALORMOV FROM FD-CLIENTES-SALDO 00704919
                    SUBTRACT FD-MOV0106-VALORMOV FROM WRK-PAR-VALOR-LIQ 02101620
                    ADD 1 TO WRK-CONTADOR                               00705019
                    PERFORM 2090-MARCAR-MOVIMENTO                       01700200
                  ELSE                                                  00705119
                  MOVE 'SALDO INSUFICIENTE' TO FD-MOV0106R-MOTIVO       01100120
                  MOVE WRK-DATA-PROC        TO FD-MOV0106R-DATA-PROC    01100122
                  MOVE WRK-NSEQ-RUN         TO FD-MOV0106R-NSEQ-RUN     01100124
                  MOVE FD-MOV0106-HISTORICO TO FD-MOV0106R-HISTORICO    00880980
                  WRITE FD-MOV0106R                                     01100130
                  ADD 1 TO WRK-GRAVADOS-R                               01100140
                  ADD 1 TO WRK-PAR-QTDE-R                               02101630
                  END-IF                                                00705419
                END-IF                                                  00705519
                END-IF                                                  01700210
                END-IF                                                  00880990
                PERFORM 5400-LER-MOV0106                                00705619
             WHEN FD-CLIENTES-CHAVE GREATER FD-MOV0106-CHAVE            00900070
                ADD 1 TO WRK-PAR-QTDE-MOV                               02101640
                MOVE FD-MOV0106-AGENCIA    TO FD-MOV0106E-AGENCIA       00900080
                MOVE FD-MOV0106-CONTA      TO FD-MOV0106E-CONTA         00900090
                MOVE FD-MOV0106-MOVIMENTO  TO FD-MOV0106E-MOVIMENTO     00900100
                MOVE FD-MOV0106-VALORMOV   TO FD-MOV0106E-VALORMOV      00900110
                MOVE FD-MOV0106-TIPOMOV    TO FD-MOV0106E-TIPOMOV       00900120
                MOVE 'CLIENTE NAO CADASTRADO' TO FD-MOV0106E-MOTIVO     00900130
                MOVE FD-MOV0106-HISTORICO  TO FD-MOV0106E-HISTORICO     00881000
                MOVE WRK-DATA-PROC         TO FD-MOV0106E-DATA-PROC     00900132
                MOVE WRK-NSEQ-RUN          TO FD-MOV0106E-NSEQ-RUN      00900134
                WRITE FD-MOV0106E                                       00900140
                ADD 1 TO WRK-GRAVADOS-E                                 00900150
                ADD 1 TO WRK-PAR-QTDE-E                                 02101650
                PERFORM 5400-LER-MOV0106                                00900160
            END-EVALUATE.                                               00706009
      *-------------------------------------------------------------    00706109
      *--------------------------------------------------------------   01700220
      *       T E S T A R   D O R M E N C I A                           01700230
      *--------------------------------------------------------------   01700240
      * A CONTA ATIVA SEM MOVIMENTO HA DORMENCIA-NOITES DIAS UTEIS  *   01922100
      * OU MAIS (PARMRUN) VIRA DORMENTE AO SER COPIADA PARA O       *   01922110
      * MESTRE NOVO; O PRIMEIRO MOVIMENTO APLICADO REATIVA A CONTA  *   01922120
      * (2090). SO A CONTA QUE JA PASSOU DO LIMITE EM DIAS CORRIDOS *   01922130
      * E CONTADA NO CALENDARIO; PASSADO O DOBRO DO LIMITE MAIS UM  *   01922140
      * MES CORRIDO, OS DIAS UTEIS JA PASSARAM DO LIMITE COM CERTEZA*   01922150
      * E A CONTAGEM E DISPENSADA.                                  *   01922160
      *--------------------------------------------------------------   01922170
       2070-TESTAR-DORMENCIA                     SECTION.               01922180
      *--------------------------------------------------------------   01922190
            IF FD-CLIENTES-ATIVA AND                                    01922200
               FD-CLIENTES-DATA-ULT-MOV GREATER ZEROS                   01922210
              COMPUTE WRK-DIAS-SEM-MOV = WRK-DIA-HOJE -                 01922220
                 FUNCTION INTEGER-OF-DATE (FD-CLIENTES-DATA-ULT-MOV)    01922230
              COMPUTE WRK-DIAS-FOLGA = WRK-DORMENCIA-NOITES * 2 + 30    01922240
              IF WRK-DIAS-SEM-MOV NOT LESS WRK-DORMENCIA-NOITES AND     01922250
                 WRK-DIAS-SEM-MOV LESS WRK-DIAS-FOLGA                   01922260
                PERFORM 2072-CONTAR-DIAS-UTEIS                          01922270
              END-IF                                                    01922280
              IF WRK-DIAS-SEM-MOV NOT LESS WRK-DORMENCIA-NOITES         01922290
                MOVE 'D' TO FD-CLIENTES-SITUACAO                        01922300
                ADD 1 TO WRK-DORMENTES                                  01922310
              END-IF                                                    01922320
            END-IF.                                                     01922330
      *--------------------------------------------------------------   01922340
       2070-99-FIM.                              EXIT.                  01922350
      *--------------------------------------------------------------   01922360
      *--------------------------------------------------------------   01922370
       2072-CONTAR-DIAS-UTEIS                    SECTION.               01922380
      *--------------------------------------------------------------   01922390
            MOVE 'C'                      TO WRK-CAL-FUNCAO.            01922400
            MOVE FD-CLIENTES-AGENCIA      TO WRK-CAL-AGENCIA.           01922410
            MOVE FD-CLIENTES-DATA-ULT-MOV TO WRK-CAL-DATA.              01922420
            MOVE WRK-DATA-PROC            TO WRK-CAL-DATA-FIM.          01922430
            CALL WRK-CALENDARIO USING WRK-DADOS-CAL.                    01922440
            IF NOT WRK-CAL-OK                                           01922450
               MOVE 'FR16EX04'             TO WRK-PROGRAMA              01922460
               MOVE '2072'                 TO WRK-SECAO                 01922470
               MOVE 'ERRO NO CALENDARIO DE DIAS UTEIS' TO WRK-MENSAGEM  01922480
               MOVE WRK-CAL-RETORNO        TO WRK-STATUS                01922490
               PERFORM 6000-TRATA-ERROS                                 01922500
            END-IF.                                                     01922510
            MOVE WRK-CAL-DIAS TO WRK-DIAS-SEM-MOV.                      01922520
      *--------------------------------------------------------------   01922530
       2072-99-FIM.                              EXIT.                  01922540
      *--------------------------------------------------------------   01700400
      *--------------------------------------------------------------   00881010
      *       C O N S U L T A R   H I S T O R I C O                     00881020
      *--------------------------------------------------------------   00881030
      * CODIGO QUE NAO VEIO NUMERICO NAO TEM PERMISSAO NENHUMA: A   *   00881040
      * POSICAO ZERO DA TABELA NAO EXISTE E O TESTE USA A 999, QUE  *   00881050
      * SO E LIBERADA SE A TABELA A CADASTRAR.                      *   00881060
      *--------------------------------------------------------------   00881070
       2075-CONSULTAR-HISTORICO                  SECTION.               00881080
      *--------------------------------------------------------------   00881090
            IF FD-MOV0106-HISTORICO NUMERIC AND                         00881100
               FD-MOV0106-HISTORICO GREATER ZEROS                       00881110
              MOVE FD-MOV0106-HISTORICO TO WRK-HIS-CODIGO               00881120
            ELSE                                                        00881130
              MOVE 999                  TO WRK-HIS-CODIGO               00881140
            END-IF.                                                     00881150
      *--------------------------------------------------------------   00881160
       2075-99-FIM.                              EXIT.                  00881170
      *--------------------------------------------------------------   00944400
      *       A P U R A R   V A L O R   B L O Q U E A D O               00944410
      *--------------------------------------------------------------   00944420
      * SOMA O VALOR BLOQUEADO DAS ORDENS JUDICIAIS QUE RETEM       *   00944430
      * (SITUACAO A OU T) DA CONTA CORRENTE DO CLIENTES, LENDO O    *   00944440
      * BLQVSAM A PARTIR DA MENOR CHAVE DA CONTA. SO NA PRIMEIRA    *   00944450
      * VEZ QUE A CONTA DEBITA; DEPOIS A TRANSFERENCIA JUDICIAL     *   00944460
      * ABATE O QUE DEBITOU.                                        *   00944470
      *--------------------------------------------------------------   00944480
       2078-APURAR-BLOQUEADO                     SECTION.               00944490
      *--------------------------------------------------------------   00944500
            IF FD-CLIENTES-CHAVE NOT EQUAL WRK-BLQ-CONTA-LIDA           00944510
              MOVE FD-CLIENTES-CHAVE   TO WRK-BLQ-CONTA-LIDA            00944520
              MOVE ZEROS               TO WRK-BLOQUEADO-CONTA           00944530
              MOVE FD-CLIENTES-AGENCIA TO REG-BLQ-AGENCIA               00944540
              MOVE FD-CLIENTES-CONTA   TO REG-BLQ-CONTA                 00944550
              MOVE LOW-VALUES          TO REG-BLQ-NUMERO                00944560
              MOVE 'N'                 TO WRK-SW-FIM-BLQ                00944570
              START BLQVSAM KEY IS NOT LESS REG-BLQ-CHAVE               00944580
                INVALID KEY MOVE 'S' TO WRK-SW-FIM-BLQ                  00944590
              END-START                                                 00944600
              PERFORM 2079-SOMAR-BLOQUEIO THRU 2079-99-FIM              00944610
                 UNTIL WRK-FIM-BLQ                                      00944620
            END-IF.                                                     00944630
      *--------------------------------------------------------------   00944640
       2078-99-FIM.                              EXIT.                  00944650
      *--------------------------------------------------------------   00944660
      *--------------------------------------------------------------   00944670
       2079-SOMAR-BLOQUEIO                       SECTION.               00944680
      *--------------------------------------------------------------   00944690
            READ BLQVSAM NEXT RECORD                                    00944700
              AT END MOVE 'S' TO WRK-SW-FIM-BLQ                         00944710
            END-READ.                                                   00944720
            IF WRK-FS-BLQVSAM NOT EQUAL 0 AND                           00944730
               WRK-FS-BLQVSAM NOT EQUAL 10                              00944740
              MOVE 'FR16EX04'              TO WRK-PROGRAMA              00944750
              MOVE '2079'                  TO WRK-SECAO                 00944760
              MOVE 'ERRO NA LEITURA DO BLQVSAM' TO WRK-MENSAGEM         00944770
              MOVE WRK-FS-BLQVSAM          TO WRK-STATUS                00944780
              PERFORM 6000-TRATA-ERROS                                  00944790
            END-IF.                                                     00944800
            IF WRK-TEM-BLQ                                              00944810
              IF REG-BLQ-AGENCIA NOT EQUAL FD-CLIENTES-AGENCIA OR       00944820
                 REG-BLQ-CONTA   NOT EQUAL FD-CLIENTES-CONTA            00944830
                MOVE 'S' TO WRK-SW-FIM-BLQ                              00944840
              ELSE                                                      00944850
                IF REG-BLQ-RETEM                                        00944860
                  ADD REG-BLQ-VALOR-BLOQUEADO TO WRK-BLOQUEADO-CONTA    00944870
                END-IF                                                  00944880
              END-IF                                                    00944890
            END-IF.                                                     00944900
      *--------------------------------------------------------------   00944910
       2079-99-FIM.                              EXIT.                  00944920
      *--------------------------------------------------------------   01700420
      *       R E J E I T A R   C O N T A   B L O Q U E A D A           01700430
      *--------------------------------------------------------------   01700440
            MOVE FD-MOV0106-VALORMOV   TO FD-MOV0106E-VALORMOV          01700540
            MOVE FD-MOV0106-TIPOMOV    TO FD-MOV0106E-TIPOMOV           01700550
            MOVE 'CONTA BLOQUEADA'     TO FD-MOV0106E-MOTIVO            01700560
            MOVE FD-MOV0106-HISTORICO  TO FD-MOV0106E-HISTORICO         00881180
            MOVE WRK-DATA-PROC         TO FD-MOV0106E-DATA-PROC         01700570
            MOVE WRK-NSEQ-RUN          TO FD-MOV0106E-NSEQ-RUN          01700580
            WRITE FD-MOV0106E.                                          01700590
            ADD 1 TO WRK-GRAVADOS-E.                                    01700600
            ADD 1 TO WRK-PAR-QTDE-E.                                    02101660
            ADD 1 TO WRK-GRAVADOS-B.                                    01700610
      *--------------------------------------------------------------   01700620
       2080-99-FIM.                              EXIT.                  01700630
      *--------------------------------------------------------------   00881190
      *       R E J E I T A R   C O N T A   D O R M E N T E             00881200
      *--------------------------------------------------------------   00881210
      * HISTORICO QUE NAO PODE SER LANCADO EM CONTA DORMENTE (TABELA*   00881220
      * HISTCOD) SAI NO MOV0106E SEM REATIVAR A CONTA.              *   00881230
      *--------------------------------------------------------------   00881240
       2085-REJEITAR-DORMENTE                    SECTION.               00881250
      *--------------------------------------------------------------   00881260
            MOVE FD-MOV0106-AGENCIA    TO FD-MOV0106E-AGENCIA           00881270
            MOVE FD-MOV0106-CONTA      TO FD-MOV0106E-CONTA             00881280
            MOVE FD-MOV0106-MOVIMENTO  TO FD-MOV0106E-MOVIMENTO         00881290
            MOVE FD-MOV0106-VALORMOV   TO FD-MOV0106E-VALORMOV          00881300
            MOVE FD-MOV0106-TIPOMOV    TO FD-MOV0106E-TIPOMOV           00881310
            MOVE 'CONTA DORMENTE'      TO FD-MOV0106E-MOTIVO            00881320
            MOVE WRK-DATA-PROC         TO FD-MOV0106E-DATA-PROC         00881330
            MOVE WRK-NSEQ-RUN          TO FD-MOV0106E-NSEQ-RUN          00881340
            MOVE FD-MOV0106-HISTORICO  TO FD-MOV0106E-HISTORICO         00881350
            WRITE FD-MOV0106E.                                          00881360
            ADD 1 TO WRK-GRAVADOS-E.                                    00881370
            ADD 1 TO WRK-PAR-QTDE-E.                                    02101670
            ADD 1 TO WRK-GRAVADOS-D.                                    00881380
      *--------------------------------------------------------------   00881390
       2085-99-FIM.                              EXIT.                  00881400
      *--------------------------------------------------------------   01700640
      *       M A R C A R   M O V I M E N T O   A P L I C A D O         01700650
      *--------------------------------------------------------------   01700660
       2090-MARCAR-MOVIMENTO                     SECTION.               01700670
      *--------------------------------------------------------------   01700680
            MOVE WRK-DATA-PROC TO FD-CLIENTES-DATA-ULT-MOV.             01700690
            ADD 1 TO WRK-PAR-QTDE-APLIC.                                02101680
            IF FD-CLIENTES-DORMENTE                                     01700700
              MOVE 'A' TO FD-CLIENTES-SITUACAO                          01700710
            END-IF.                                                     01700720
            END-IF.                                                     00710818
            MOVE WRK-DATA-PROC TO WRK-BAL-DATA-PROC.                    00710820
            MOVE WRK-NSEQ-RUN  TO WRK-BAL-NSEQ-RUN.                     00710822
            IF NOT PARM-SEM-PARTICAO                                    02101690
               PERFORM 3100-GRAVAR-CONTROLE THRU 3100-99-FIM            02101700
            END-IF.                                                     02101710
            WRITE FD-TOTAIS FROM WRK-LINHA-BALANCO.                     00710824
            CLOSE CLIENTES MOV0106 MOV0106A MOV0106C MOV0106E           00710826
                           MOV0106R CLINOVO TOTAIS SALDODIA CHKPOINT    00710828
                           BLQVSAM.                                     00944930
                                                                        00710918
            DISPLAY ' '.                                                00711000
            DISPLAY 'TOTAL DE REGISTROS GRAVADOS A : ' WRK-GRAVADOS-A.  00711118
            DISPLAY 'TOTAL DE REGISTROS REJEITADOS : ' WRK-GRAVADOS-E.  00900180
            DISPLAY 'TOTAL DE DEBITOS RECUSADOS     : ' WRK-GRAVADOS-R. 01100160
            DISPLAY 'MOVIMENTOS EM CONTA BLOQUEADA  : ' WRK-GRAVADOS-B. 01700750
            DISPLAY 'MOVIMENTOS EM CONTA DORMENTE   : ' WRK-GRAVADOS-D. 00881410
            DISPLAY 'CONTAS MARCADAS DORMENTES      : ' WRK-DORMENTES.  01700760
            DISPLAY 'TOTAL GRAVADO NO NOVO MESTRE   : ' WRK-GRAVADOS-M. 01400160
            DISPLAY 'SALDOS GRAVADOS NO HISTORICO   : ' WRK-GRAVADOS-S. 01900430
      *--------------------------------------------------------------   00731000
       3000-99-FIM.                              EXIT.                  00732000
      *--------------------------------------------------------------   00733000
      *--------------------------------------------------------------   02101720
      *       G R A V A R   C O N T R O L E   D A   P A R T I C A O     02101730
      *--------------------------------------------------------------   02101740
      * PENULTIMA LINHA DO TOTAIS DA PARTICAO (A ULTIMA CONTINUA    *   02101750
      * SENDO O BALANCO): OS NUMEROS QUE O FR16EX09 CONFERE CONTRA  *   02101760
      * OS ARQUIVOS DA PARTICAO E CONTRA O CLIENTES E O MOV0106     *   02101770
      * INTEIROS NA JUNCAO.                                         *   02101780
      *--------------------------------------------------------------   02101790
       3100-GRAVAR-CONTROLE                      SECTION.               02101800
      *--------------------------------------------------------------   02101810
            MOVE SPACES              TO REG-PART.                       02101820
            MOVE 'CONTROLE PARTICAO' TO REG-PART-ROTULO.                02101830
            MOVE WRK-PARM-PARTICAO   TO REG-PART-NUMERO.                02101840
            MOVE WRK-PAR-AG-INICIO   TO REG-PART-AG-INICIO.             02101850
            MOVE '-'                 TO REG-PART-TRACO.                 02101860
            MOVE WRK-PAR-AG-FIM      TO REG-PART-AG-FIM.                02101870
            MOVE WRK-PAR-QTDE-CLI    TO REG-PART-QTDE-CLI.              02101880
            MOVE WRK-PAR-QTDE-MOV    TO REG-PART-QTDE-MOV.              02101890
            MOVE WRK-PAR-QTDE-A      TO REG-PART-QTDE-A.                02101900
            MOVE WRK-VALOR-TOTAL-A   TO REG-PART-VALOR-A.               02101910
            MOVE WRK-PAR-QTDE-C      TO REG-PART-QTDE-C.                02101920
            MOVE WRK-VALOR-TOTAL-C   TO REG-PART-VALOR-C.               02101930
            MOVE WRK-PAR-QTDE-APLIC  TO REG-PART-QTDE-APLIC.            02101940
            MOVE WRK-PAR-QTDE-E      TO REG-PART-QTDE-E.                02101950
            MOVE WRK-PAR-QTDE-R      TO REG-PART-QTDE-R.                02101960
            MOVE WRK-PAR-VALOR-LIQ   TO REG-PART-VALOR-LIQ.             02101970
            WRITE FD-TOTAIS FROM REG-PART.                              02101980
            DISPLAY 'CONTROLE DA PARTICAO : ' REG-PART.                 02101990
      *--------------------------------------------------------------   02102000
       3100-99-FIM.                              EXIT.                  02102010
      *--------------------------------------------------------------   02102020
      *--------------------------------------------------------------   00830000
       5100-TESTAR-STATUS                        SECTION.               00840000
      *--------------------------------------------------------------   00850000
               MOVE 'ERRO NO OPEN SALDODIA' TO WRK-MENSAGEM             01900400
               MOVE WRK-FS-SALDODIA        TO WRK-STATUS                01900410
                 PERFORM 6000-TRATA-ERROS                               01900420
             WHEN WRK-FS-BLQVSAM NOT EQUAL 0                            00944940
               MOVE 'FR16EX04'             TO WRK-PROGRAMA              00944950
               MOVE '5100'                 TO WRK-SECAO                 00944960
               MOVE 'ERRO NO OPEN BLQVSAM' TO WRK-MENSAGEM              00944970
               MOVE WRK-FS-BLQVSAM         TO WRK-STATUS                00944980
                 PERFORM 6000-TRATA-ERROS                               00944990
            END-EVALUATE.                                               00874004
      *--------------------------------------------------------------   00880000
       5100-99-FIM.                              EXIT.                  00890000
      * PELO ERRORLOG, COM A CHAVE E O NUMERO DO REGISTRO - ANTES    *  02000110
      * DE O EVALUATE CASAR ERRADO E O DESVIO VIRAR UM BALANCO       *  02000120
      * INEXPLICAVEL (OU, PIOR, NEM APARECER).                       *  02000130
      * NA PARTICAO AS CONTAS ANTES DA FAIXA SAO PULADAS E A         *  02102030
      * PRIMEIRA CONTA DEPOIS DELA FAZ AS VEZES DE FIM DE ARQUIVO;   *  02102040
      * A CRITICA DE SEQUENCIA VALE PARA TUDO O QUE FOI LIDO.        *  02102050
      *--------------------------------------------------------------   02000140
       5300-LER-CLIENTES                         SECTION.               02000150
      *--------------------------------------------------------------   02000160
            PERFORM 5310-LER-REGISTRO-CLI THRU 5310-99-FIM.             02102060
            PERFORM 5310-LER-REGISTRO-CLI THRU 5310-99-FIM              02102070
               UNTIL WRK-FS-CLIENTES NOT EQUAL 0 OR                     02102080
                     FD-CLIENTES-AGENCIA NOT LESS WRK-PAR-AG-INICIO.    02102090
            IF WRK-FS-CLIENTES EQUAL 0 AND                              02102100
               FD-CLIENTES-AGENCIA GREATER WRK-PAR-AG-FIM               02102110
               MOVE 10 TO WRK-FS-CLIENTES                               02102120
            END-IF.                                                     02102130
      *--------------------------------------------------------------   02102140
       5300-99-FIM.                              EXIT.                  02102150
      *--------------------------------------------------------------   02102160
      *--------------------------------------------------------------   02102170
       5310-LER-REGISTRO-CLI                     SECTION.               02102180
      *--------------------------------------------------------------   02102190
            READ CLIENTES.                                              02000170
            IF WRK-FS-CLIENTES EQUAL 0                                  02000180
              ADD 1 TO WRK-REGNUM-CLI                                   02000190
              MOVE FD-CLIENTES-CHAVE TO WRK-CHAVE-CLI-ANT               02000280
            END-IF.                                                     02000290
      *--------------------------------------------------------------   02000300
       5310-99-FIM.                              EXIT.                  02000310
      *--------------------------------------------------------------   02000320
      *--------------------------------------------------------------   02000330
       5350-ABORTAR-SEQUENCIA-CLI                SECTION.               02000340
      *--------------------------------------------------------------   02000460
      * NO MOVIMENTO A MESMA CHAVE PODE REPETIR (VARIOS MOVIMENTOS   *  02000470
      * DA MESMA CONTA); SO A ORDEM DESCENDENTE E DEFEITO.           *  02000480
      * NA PARTICAO VALE O MESMO CORTE DE FAIXA DO 5300.             *  02102200
      *--------------------------------------------------------------   02000490
       5400-LER-MOV0106                          SECTION.               02000500
      *--------------------------------------------------------------   02000510
            PERFORM 5410-LER-REGISTRO-MOV THRU 5410-99-FIM.             02102210
            PERFORM 5410-LER-REGISTRO-MOV THRU 5410-99-FIM              02102220
               UNTIL WRK-FS-MOV0106 NOT EQUAL 0 OR                      02102230
                     FD-MOV0106-AGENCIA NOT LESS WRK-PAR-AG-INICIO.     02102240
            IF WRK-FS-MOV0106 EQUAL 0 AND                               02102250
               FD-MOV0106-AGENCIA GREATER WRK-PAR-AG-FIM                02102260
               MOVE 10 TO WRK-FS-MOV0106                                02102270
            END-IF.                                                     02102280
      *--------------------------------------------------------------   02102290
       5400-99-FIM.                              EXIT.                  02102300
      *--------------------------------------------------------------   02102310
      *--------------------------------------------------------------   02102320
       5410-LER-REGISTRO-MOV                     SECTION.               02102330
      *--------------------------------------------------------------   02102340
            READ MOV0106.                                               02000520
            IF WRK-FS-MOV0106 EQUAL 0                                   02000530
              ADD 1 TO WRK-REGNUM-MOV                                   02000540
              MOVE FD-MOV0106-CHAVE TO WRK-CHAVE-MOV-ANT                02000590
            END-IF.                                                     02000600
      *--------------------------------------------------------------   02000610
       5410-99-FIM.                              EXIT.                  02000620
      *--------------------------------------------------------------   02000630
      *--------------------------------------------------------------   02000640
       5450-ABORTAR-SEQUENCIA-MOV                SECTION.               02000650
