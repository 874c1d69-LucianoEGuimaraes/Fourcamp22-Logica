      *=============================================================*   00010000
       IDENTIFICATION                            DIVISION.              00010010
      *=============================================================*   00010020
                                                                        00010030
       PROGRAM-ID. FR16SO02.                                            00010040
      *=============================================================*   00010050
      *             T R E I N A M E N T O                           *   00010060
      *=============================================================*   00010070
      * PROGRAMA......: FR16SO02.                                   *   00010080
      *-------------------------------------------------------------*   00010090
      * PROGRAMADOR...: LUCIANO GUIMARAES.                          *   00010100
      * DATA..........: 15/10/2026                                  *   00010110
      * EMPRESA.......: FOURSYS                                     *   00010120
      * INSTRUTOR.....: IVAN SANCHES                                *   00010130
      *-------------------------------------------------------------*   00010140
      * OBJETIVO......: DEBITOS AGENDADOS DA NOITE (ORDVSAM,        *   00010150
      *                 #ORDREG), EM DOIS MODOS (SYSIN):            *   00010160
      *                 1 = GERACAO (STEP013 DO BATNOITE, ANTES DA  *   00010170
      *                     CONSOLIDACAO): PERCORRE O ORDVSAM SO    *   00010180
      *                     PARA LEITURA E, PARA CADA ORDEM ATIVA   *   00010190
      *                     COM VENCIMENTO ATE A DATA DA NOITE (E   *   00010200
      *                     DENTRO DA DATA FINAL), GRAVA UM DEBITO  *   00010210
      *                     NO LAYOUT MOV0106 (HISTORICO 009, TEXTO *   00010220
      *                     #ORDTXT) NO ORDMOV, EM BLOCO #CTLREG DE *   00010230
      *                     ORIGEM FR16SO02 - O ARQUIVO ENTRA NO    *   00010240
      *                     MOVENTRA DO FR16MV01 COMO OS DAS        *   00010250
      *                     AGENCIAS. NAO ATUALIZA O CLUSTER: O     *   00010260
      *                     RERUN DA NOITE GERA O MESMO ARQUIVO, E  *   00010270
      *                     O HEADER JA POSTADO E RECUSADO PELO     *   00010280
      *                     FR16MV01.                               *   00010290
      *                     O VENCIMENTO QUE CAI EM DIA NAO UTIL    *   00922000
      *                     NO CALENDARIO DA AGENCIA DA CONTA       *   00922010
      *                     (ROTINA FR16DU01) E DEBITADO NO PROXIMO *   00922020
      *                     DIA UTIL; ATE LA, E NA NOITE QUE NAO E  *   00922030
      *                     DIA UTIL, A ORDEM SAI COMO ADIADA NO    *   00922040
      *                     RELAGD, SEM DEBITO E SEM MEXER NO       *   00922050
      *                     PROXIMO VENCIMENTO.                     *   00922060
      *                 2 = BAIXA (DENTRO DO IFPROM, COM A NOITE    *   00010300
      *                     POSTADA): CASA O ORDVSAM COM O ORDMOV   *   00010310
      *                     GERADO E, SE O BLOCO CONSTA DA LISTA DE *   00010320
      *                     HEADERS ACEITOS (HDRCTL), MARCA CADA    *   00010330
      *                     ORDEM COMO POSTADA OU, SE O DEBITO      *   00010340
      *                     VOLTOU NO MOV0106R/MOV0106E DA NOITE OU *   00010350
      *                     NO MOVREJ DA CONSOLIDACAO, COMO FALHA   *   00010360
      *                     COM O MOTIVO; EM AMBOS OS CASOS AVANCA  *   00010370
      *                     O PROXIMO VENCIMENTO PELA FREQUENCIA    *   00010380
      *                     (DEBITO QUE FALHOU NAO E REAPRESENTADO -*   00010390
      *                     O FR16EX07 IGNORA O HISTORICO 009) E    *   00010400
      *                     ENCERRA A ORDEM QUE PASSA DA DATA       *   00010410
      *                     FINAL. ORDEM SUSPENSA COM VENCIMENTO    *   00010420
      *                     NA NOITE AVANCA SEM DEBITO. A BAIXA E   *   00010430
      *                     IDEMPOTENTE (ULTIMO VENCIMENTO GERADO   *   00010440
      *                     GRAVADO NA ORDEM), ENTAO O STEP PODE    *   00010450
      *                     SER RESUBMETIDO SOZINHO.                *   00010460
      *                 ORDEM COM FALHA DEVOLVE RETURN-CODE 4.      *   00010470
      *-------------------------------------------------------------*   00010480
      *   ARQUIVOS...:                                              *   00010490
      *    DDNAME              I/O                                  *   00010500
      *    ORDVSAM              I  (MODO 1)                         *   00010510
      *    ORDVSAM             I/O (MODO 2)                         *   00010520
      *    FERIADOS             I  (MODO 1 - PELA FR16DU01)         *   00922070
      *    ORDMOV               O  (MODO 1 - LAYOUT MOV0106)        *   00010530
      *    ORDMOV               I  (MODO 2)                         *   00010540
      *    HDRCTL               I  (MODO 2)                         *   00010550
      *    MOV0106R             I  (MODO 2)                         *   00010560
      *    MOV0106E             I  (MODO 2)                         *   00010570
      *    MOVREJ               I  (MODO 2)                         *   00010580
      *    RELAGD               O                                   *   00010590
      *-------------------------------------------------------------*   00010600
      *   MODULOS....:                             INCLUDE/BOOK     *   00010610
      *   GRAVALOG -   TRATAMENTO DE ERROS            GLOG2         *   00010620
      *   FR16DU01 -   CALENDARIO DE DIAS UTEIS       GCAL          *   00922080
      *=============================================================*   00010630
                                                                        00010640
      *=============================================================*   00010650
       ENVIRONMENT                               DIVISION.              00010660
      *=============================================================*   00010670
      *-------------------------------------------------------------*   00010680
       CONFIGURATION                             SECTION.               00010690
      *-------------------------------------------------------------*   00010700
       SPECIAL-NAMES.                                                   00010710
           DECIMAL-POINT IS COMMA.                                      00010720
                                                                        00010730
       INPUT-OUTPUT                              SECTION.               00010740
       FILE-CONTROL.                                                    00010750
            SELECT ORDVSAM   ASSIGN TO ORDVSAM                          00010760
                ORGANIZATION IS INDEXED                                 00010770
                ACCESS MODE IS DYNAMIC                                  00010780
                RECORD KEY IS REG-ORD-CHAVE                             00010790
                FILE STATUS  IS WRK-FS-ORDVSAM.                         00010800
                                                                        00010810
            SELECT ORDMOV    ASSIGN TO ORDMOV                           00010820
                FILE STATUS  IS WRK-FS-ORDMOV.                          00010830
                                                                        00010840
            SELECT HDRCTL    ASSIGN TO HDRCTL                           00010850
                FILE STATUS  IS WRK-FS-HDRCTL.                          00010860
                                                                        00010870
            SELECT MOV0106R  ASSIGN TO MOV0106R                         00010880
                FILE STATUS  IS WRK-FS-MOV0106R.                        00010890
                                                                        00010900
            SELECT MOV0106E  ASSIGN TO MOV0106E                         00010910
                FILE STATUS  IS WRK-FS-MOV0106E.                        00010920
                                                                        00010930
            SELECT MOVREJ    ASSIGN TO MOVREJ                           00010940
                FILE STATUS  IS WRK-FS-MOVREJ.                          00010950
                                                                        00010960
            SELECT RELAGD    ASSIGN TO RELAGD                           00010970
                FILE STATUS  IS WRK-FS-RELAGD.                          00010980
      *=============================================================*   00010990
       DATA                                      DIVISION.              00011000
      *=============================================================*   00011010
       FILE                                      SECTION.               00011020
      *-------------------------------------------------------------*   00011030
                                                                        00011040
       FD ORDVSAM.                                                      00011050
                                                                        00011060
       COPY '#ORDREG'.                                                  00011070
                                                                        00011080
       FD ORDMOV                                                        00011090
           RECORDING MODE IS F                                          00011100
           BLOCK CONTAINS 0 RECORDS.                                    00011110
                                                                        00011120
       01 FD-ORDMOV.                                                    00011130
          05 FD-ORDMOV-AGENCIA   PIC X(04).                             00011140
          05 FD-ORDMOV-CONTA     PIC X(04).                             00011150
          05 FD-ORDMOV-MOVIMENTO PIC X(30).                             00011160
          05 FD-ORDMOV-VALORMOV  PIC 9(08)V99.                          00011170
          05 FD-ORDMOV-TIPOMOV   PIC X(01).                             00011180
          05 FD-ORDMOV-HISTORICO PIC 9(03).                             00011190
                                                                        00011200
      * HEADER E TRAILER DO BLOCO (#CTLREG) NO MESMO ARQUIVO.           00011210
       COPY '#CTLREG'.                                                  00011220
                                                                        00011230
       FD HDRCTL                                                        00011240
           RECORDING MODE IS F.                                         00011250
                                                                        00011260
       01 FD-HDRCTL.                                                    00011270
          05 FD-HDC-ORIGEM     PIC X(08).                               00011280
          05 FD-HDC-DATA-ARQ   PIC 9(08).                               00011290
                                                                        00011300
       FD MOV0106R                                                      00011310
          RECORDING  MODE IS F.                                         00011320
                                                                        00011330
       COPY '#MOV0106R'.                                                00011340
                                                                        00011350
       FD MOV0106E                                                      00011360
          RECORDING  MODE IS F.                                         00011370
                                                                        00011380
       01 FD-MOV0106E.                                                  00011390
          05 FD-MOV0106E-AGENCIA   PIC X(04).                           00011400
          05 FD-MOV0106E-CONTA     PIC X(04).                           00011410
          05 FD-MOV0106E-MOVIMENTO PIC X(30).                           00011420
          05 FD-MOV0106E-VALORMOV  PIC 9(08)V99.                        00011430
          05 FD-MOV0106E-TIPOMOV   PIC X(01).                           00011440
          05 FD-MOV0106E-MOTIVO    PIC X(20).                           00011450
          05 FD-MOV0106E-DATA-PROC PIC 9(08).                           00011460
          05 FD-MOV0106E-NSEQ-RUN  PIC 9(03).                           00011470
          05 FD-MOV0106E-HISTORICO PIC 9(03).                           00011480
                                                                        00011490
       FD MOVREJ                                                        00011500
           RECORDING  MODE IS F.                                        00011510
                                                                        00011520
       01 FD-MOVREJ.                                                    00011530
          05 FD-MOVREJ-AGENCIA   PIC X(04).                             00011540
          05 FD-MOVREJ-CONTA     PIC X(04).                             00011550
          05 FD-MOVREJ-MOVIMENTO PIC X(30).                             00011560
          05 FD-MOVREJ-VALORMOV  PIC X(10).                             00011570
          05 FD-MOVREJ-TIPOMOV   PIC X(01).                             00011580
          05 FD-MOVREJ-MOTIVO    PIC X(20).                             00011590
          05 FD-MOVREJ-HISTORICO PIC X(03).                             00011600
                                                                        00011610
       FD RELAGD                                                        00011620
           RECORDING  MODE IS F.                                        00011630
                                                                        00011640
       01 FD-RELAGD          PIC X(080).                                00011650
      *-------------------------------------------------------------*   00011660
       WORKING-STORAGE                           SECTION.               00011670
      *-------------------------------------------------------------*   00011680
                                                                        00011690
      *-------------------------------------------------------------*   00011700
       01 FILLER PIC X(45) VALUE                                        00011710
              '------------------#GLOG----------------------'.          00011720
      *-------------------------------------------------------------*   00011730
                                                                        00011740
       COPY '#GLOG'.                                                    00011750
                                                                        00922090
       COPY '#GCAL'.                                                    00922100
                                                                        00011760
      *-------------------------------------------------------------*   00011770
       01 FILLER PIC X(45) VALUE                                        00011780
              '-----------DADOS E FILE STATUS---------------'.          00011790
      *-------------------------------------------------------------*   00011800
       77 WRK-FS-ORDVSAM    PIC 9(02).                                  00011810
       77 WRK-FS-ORDMOV     PIC 9(02).                                  00011820
       77 WRK-FS-HDRCTL     PIC 9(02).                                  00011830
       77 WRK-FS-MOV0106R   PIC 9(02).                                  00011840
       77 WRK-FS-MOV0106E   PIC 9(02).                                  00011850
       77 WRK-FS-MOVREJ     PIC 9(02).                                  00011860
       77 WRK-FS-RELAGD     PIC 9(02).                                  00011870
       77 WRK-ERRORLOG      PIC X(08) VALUE 'ERRORLOG'.                 00011880
       77 WRK-CALENDARIO    PIC X(08) VALUE 'FR16DU01'.                 00922110
       77 WRK-ORIGEM        PIC X(08) VALUE 'FR16SO02'.                 00011890
      * CODIGO DE HISTORICO (#HISTREG) DO DEBITO AGENDADO.              00011900
       77 WRK-HIS-AGENDADO  PIC 9(03) VALUE 009.                        00011910
       77 WRK-DATA-PROC     PIC 9(08) VALUE ZEROS.                      00011920
       77 WRK-ORDENS-LIDAS  PIC 9(07) VALUE ZEROS.                      00011930
       77 WRK-GERADOS       PIC 9(07) VALUE ZEROS.                      00011940
       77 WRK-VALOR-GERADO  PIC 9(13)V99 VALUE ZEROS.                   00011950
       77 WRK-POSTADOS      PIC 9(07) VALUE ZEROS.                      00011960
       77 WRK-FALHAS        PIC 9(07) VALUE ZEROS.                      00011970
       77 WRK-JA-BAIXADOS   PIC 9(07) VALUE ZEROS.                      00011980
       77 WRK-SEM-DEBITO    PIC 9(07) VALUE ZEROS.                      00011990
       77 WRK-ENCERRADAS    PIC 9(07) VALUE ZEROS.                      00012000
       77 WRK-ADIADOS       PIC 9(07) VALUE ZEROS.                      00922120
      * VENCIMENTO EFETIVO: O PROPRIO OU O PROXIMO DIA UTIL DA AGENCIA. 00922130
       77 WRK-VENC-UTIL     PIC 9(08) VALUE ZEROS.                      00922140
       77 WRK-DIA-INT       PIC S9(09) COMP VALUE ZEROS.                00012010
       77 WRK-ULTIMO-DIA    PIC 9(02) VALUE ZEROS.                      00012020
       77 WRK-IND           PIC 9(04) COMP VALUE ZEROS.                 00012030
       77 WRK-FAL-QTDE      PIC 9(04) COMP VALUE ZEROS.                 00012040
       77 WRK-FAL-MAX       PIC 9(04) COMP VALUE 2000.                  00012050
       77 WRK-MOTIVO        PIC X(20) VALUE SPACES.                     00012060
       77 WRK-SW-FIM-VSAM   PIC X(01) VALUE 'N'.                        00012070
           88 WRK-FIM-VSAM             VALUE 'S'.                       00012080
           88 WRK-TEM-VSAM             VALUE 'N'.                       00012090
       77 WRK-SW-BLOCO      PIC X(01) VALUE 'N'.                        00012100
           88 WRK-BLOCO-POSTADO        VALUE 'S'.                       00012110
           88 WRK-BLOCO-NAO-POSTADO    VALUE 'N'.                       00012120
       77 WRK-SW-FALHA      PIC X(01) VALUE 'N'.                        00012130
           88 WRK-DEBITO-FALHOU        VALUE 'S'.                       00012140
           88 WRK-DEBITO-OK            VALUE 'N'.                       00012150
       77 WRK-SW-NOITE      PIC X(01) VALUE 'S'.                        00922150
           88 WRK-NOITE-UTIL           VALUE 'S'.                       00922160
           88 WRK-NOITE-NAO-UTIL       VALUE 'N'.                       00922170
                                                                        00012160
      * CHAVE DA ORDEM DO DEBITO CORRENTE DO ORDMOV (MODO 2), MONTADA   00012170
      * DA CONTA E DO NUMERO DA ORDEM GRAVADO NO TEXTO DO MOVIMENTO.    00012180
       01 WRK-CHAVE-MOV.                                                00012190
          05 WRK-CMV-AGENCIA        PIC X(04).                          00012200
          05 WRK-CMV-CONTA          PIC X(04).                          00012210
          05 WRK-CMV-NUMERO         PIC 9(03).                          00012220
       77 WRK-VENC-MOV              PIC 9(08) VALUE ZEROS.              00012230
                                                                        00012240
      * TEXTO DO MOVIMENTO DO DEBITO AGENDADO.                          00012250
       COPY '#ORDTXT'.                                                  00012260
                                                                        00012270
      * VENCIMENTO EM CALCULO PELA 2600-AVANCAR-VENCIMENTO.             00012280
       01 WRK-VENC                  PIC 9(08) VALUE ZEROS.              00012290
       01 FILLER REDEFINES WRK-VENC.                                    00012300
          05 WRK-VNC-ANO            PIC 9(04).                          00012310
          05 WRK-VNC-MES            PIC 9(02).                          00012320
          05 WRK-VNC-DIA            PIC 9(02).                          00012330
                                                                        00012340
       01 WRK-DATA-AUX              PIC 9(08) VALUE ZEROS.              00012350
       01 FILLER REDEFINES WRK-DATA-AUX.                                00012360
          05 WRK-AUX-ANO            PIC 9(04).                          00012370
          05 WRK-AUX-MES            PIC 9(02).                          00012380
          05 WRK-AUX-DIA            PIC 9(02).                          00012390
                                                                        00012400
      *----------------CARTAO DE CONTROLE SYSIN--------------------*    00012410
      * WRK-PARM-MODO: 1 = GERACAO DOS DEBITOS DA NOITE (DEFAULT)  *    00012420
      *                2 = BAIXA DA NOITE POSTADA                  *    00012430
       01 WRK-PARM.                                                     00012440
          05 WRK-PARM-MODO       PIC X(01).                             00012450
             88 PARM-MODO-GERACAO        VALUE '1' ' '.                 00012460
             88 PARM-MODO-BAIXA          VALUE '2'.                     00012470
                                                                        00012480
      * DEBITOS AGENDADOS QUE VOLTARAM NA NOITE (MOV0106R, MOV0106E     00012490
      * E MOVREJ), PELA CONTA, NUMERO DA ORDEM E VENCIMENTO.            00012500
       01 WRK-TABELA-FALHAS.                                            00012510
          05 WRK-TAB-FALHA OCCURS 2000 TIMES INDEXED BY FAL-IDX.        00012520
             10 WRK-TFA-CHAVE      PIC X(11).                           00012530
             10 WRK-TFA-VENC       PIC 9(08).                           00012540
             10 WRK-TFA-MOTIVO     PIC X(20).                           00012550
                                                                        00012560
      *-------------------------------------------------------------*   00012570
       01 FILLER PIC X(45) VALUE                                        00012580
              '-----------LAYOUTS DE IMPRESSAO--------------'.          00012590
      *-------------------------------------------------------------*   00012600
       01 WRK-CABECALHO-AGD.                                            00012610
          05 FILLER               PIC X(36) VALUE                       00012620
                    'DEBITOS AGENDADOS DA NOITE - MODO '.               00012630
          05 WRK-CAB-MODO         PIC X(01).                            00012640
          05 FILLER               PIC X(11) VALUE ' - DATA    '.        00012650
          05 WRK-CAB-DATA         PIC 9(08).                            00012660
          05 FILLER               PIC X(11) VALUE '  FR16SO02'.         00012670
                                                                        00012680
       01 WRK-TITULO-AGD.                                               00012690
          05 FILLER               PIC X(80) VALUE                       00012700
             'AGEN CONT NUM VENCTO           VALOR SITUACAO  MOTIVO'.   00012710
                                                                        00012720
       01 WRK-DETALHE-AGD.                                              00012730
          05 WRK-AGD-AGENCIA      PIC X(04).                            00012740
          05 FILLER               PIC X(01) VALUE SPACES.               00012750
          05 WRK-AGD-CONTA        PIC X(04).                            00012760
          05 FILLER               PIC X(01) VALUE SPACES.               00012770
          05 WRK-AGD-NUMERO       PIC 9(03).                            00012780
          05 FILLER               PIC X(01) VALUE SPACES.               00012790
          05 WRK-AGD-VENC         PIC 9(08).                            00012800
          05 FILLER               PIC X(01) VALUE SPACES.               00012810
          05 WRK-AGD-VALOR        PIC ZZ.ZZZ.ZZ9,99.                    00012820
          05 FILLER               PIC X(01) VALUE SPACES.               00012830
          05 WRK-AGD-SITUACAO     PIC X(09).                            00012840
          05 FILLER               PIC X(01) VALUE SPACES.               00012850
          05 WRK-AGD-MOTIVO       PIC X(20).                            00012860
                                                                        00012870
       01 WRK-TOTAL-AGD.                                                00012880
          05 WRK-TOT-TEXTO        PIC X(34).                            00012890
          05 WRK-TOT-QTDE         PIC Z.ZZZ.ZZ9.                        00012900
                                                                        00012910
       01 WRK-TOTAL-VALOR-AGD.                                          00012920
          05 FILLER               PIC X(34) VALUE                       00012930
             'VALOR TOTAL GERADO..............:'.                       00012940
          05 WRK-TOT-VALOR        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.             00012950
                                                                        00012960
      *=============================================================*   00012970
       PROCEDURE                                 DIVISION.              00012980
      *=============================================================*   00012990
      ***************************************************************   00013000
      *          R O T I N A   P R I N C I P A L                    *   00013010
      ***************************************************************   00013020
      *--------------------------------------------------------------   00013030
       0000-PRINCIPAL                            SECTION.               00013040
      *--------------------------------------------------------------   00013050
             PERFORM 1000-INICIALIZAR.                                  00013060
             IF PARM-MODO-BAIXA                                         00013070
               IF WRK-BLOCO-POSTADO                                     00013080
                 PERFORM 2500-BAIXAR UNTIL WRK-FIM-VSAM                 00013090
               END-IF                                                   00013100
             ELSE                                                       00013110
               PERFORM 2000-GERAR UNTIL WRK-FIM-VSAM                    00013120
             END-IF.                                                    00013130
             PERFORM 3000-FINALIZAR.                                    00013140
             STOP RUN.                                                  00013150
      *--------------------------------------------------------------   00013160
       0000-99-FIM.                              EXIT.                  00013170
      *--------------------------------------------------------------   00013180
      ***************************************************************   00013190
      *             I N I C I A L I Z A R                           *   00013200
      ***************************************************************   00013210
      *--------------------------------------------------------------   00013220
       1000-INICIALIZAR                          SECTION.               00013230
      *--------------------------------------------------------------   00013240
            ACCEPT WRK-PARM FROM SYSIN.                                 00013250
            IF PARM-MODO-BAIXA                                          00013260
              PERFORM 1200-INICIAR-BAIXA                                00013270
            ELSE                                                        00013280
              ACCEPT WRK-DATA-PROC FROM DATE YYYYMMDD                   00013290
              OPEN INPUT  ORDVSAM                                       00013300
                   OUTPUT ORDMOV RELAGD                                 00013310
              MOVE ZEROS TO WRK-FS-HDRCTL WRK-FS-MOV0106R               00013320
                            WRK-FS-MOV0106E WRK-FS-MOVREJ               00013330
              PERFORM 5100-TESTAR-STATUS                                00013340
              PERFORM 1100-GRAVAR-HEADER                                00013350
            END-IF.                                                     00013360
            MOVE WRK-PARM-MODO TO WRK-CAB-MODO.                         00013370
            IF WRK-CAB-MODO EQUAL SPACES                                00013380
              MOVE '1' TO WRK-CAB-MODO                                  00013390
            END-IF.                                                     00013400
            MOVE WRK-DATA-PROC TO WRK-CAB-DATA.                         00013410
            WRITE FD-RELAGD FROM WRK-CABECALHO-AGD.                     00013420
            MOVE SPACES TO FD-RELAGD.                                   00013430
            WRITE FD-RELAGD.                                            00013440
            WRITE FD-RELAGD FROM WRK-TITULO-AGD.                        00013450
            PERFORM 5300-LER-ORDVSAM.                                   00013460
      *--------------------------------------------------------------   00013470
       1000-99-FIM.                              EXIT.                  00013480
      *--------------------------------------------------------------   00013490
      *--------------------------------------------------------------   00013500
       1100-GRAVAR-HEADER                        SECTION.               00013510
      *--------------------------------------------------------------   00013520
            MOVE SPACES        TO FD-ORDMOV.                            00013530
            MOVE 'HDR'         TO REG-CTL-TIPO.                         00013540
            MOVE WRK-ORIGEM    TO REG-CTL-ORIGEM.                       00013550
            MOVE WRK-DATA-PROC TO REG-CTL-DATA-ARQ.                     00013560
            MOVE ZEROS         TO REG-CTL-QTDE REG-CTL-VALOR.           00013570
            WRITE REG-CONTROLE.                                         00013580
      *--------------------------------------------------------------   00013590
       1100-99-FIM.                              EXIT.                  00013600
      *--------------------------------------------------------------   00013610
      ***************************************************************   00013620
      *         I N I C I A R   A   B A I X A                       *   00013630
      ***************************************************************   00013640
      * A DATA DA NOITE VEM DO HEADER DO ORDMOV GERADO; O BLOCO SO  *   00013650
      * FOI POSTADO SE ORIGEM+DATA CONSTAM DA LISTA DE HEADERS      *   00013660
      * ACEITOS PROMOVIDA NO STEP058 (HDRCTL). BLOCO RECUSADO PELO  *   00013670
      * FR16MV01 NAO BAIXA NADA: AS ORDENS CONTINUAM VENCIDAS E     *   00013680
      * SAEM DE NOVO NA GERACAO DA PROXIMA NOITE.                   *   00013690
      *--------------------------------------------------------------   00013700
       1200-INICIAR-BAIXA                        SECTION.               00013710
      *--------------------------------------------------------------   00013720
            OPEN INPUT  ORDMOV HDRCTL MOV0106R MOV0106E MOVREJ          00013730
                 I-O    ORDVSAM                                         00013740
                 OUTPUT RELAGD.                                         00013750
            PERFORM 5100-TESTAR-STATUS.                                 00013760
            READ ORDMOV                                                 00013770
              AT END MOVE 10 TO WRK-FS-ORDMOV                           00013780
            END-READ.                                                   00013790
            IF WRK-FS-ORDMOV EQUAL 10 OR                                00013800
               NOT REG-CTL-HEADER     OR                                00013810
               REG-CTL-ORIGEM NOT EQUAL WRK-ORIGEM                      00013820
              MOVE 'FR16SO02'            TO WRK-PROGRAMA                00013830
              MOVE '1200'                TO WRK-SECAO                   00013840
              MOVE 'ORDMOV SEM HEADER DO FR16SO02' TO WRK-MENSAGEM      00013850
              MOVE WRK-FS-ORDMOV         TO WRK-STATUS                  00013860
              PERFORM 6000-TRATA-ERROS                                  00013870
            END-IF.                                                     00013880
            MOVE REG-CTL-DATA-ARQ TO WRK-DATA-PROC.                     00013890
            PERFORM 1250-LER-HDRCTL UNTIL WRK-FS-HDRCTL EQUAL 10.       00013900
            IF WRK-BLOCO-NAO-POSTADO                                    00013910
              DISPLAY 'BLOCO ' WRK-ORIGEM ' ' WRK-DATA-PROC             00013920
                      ' NAO CONSTA DO HDRCTL - NADA A BAIXAR'           00013930
            END-IF.                                                     00013940
            PERFORM 1300-CARREGAR-R UNTIL WRK-FS-MOV0106R EQUAL 10.     00013950
            PERFORM 1400-CARREGAR-E UNTIL WRK-FS-MOV0106E EQUAL 10.     00013960
            PERFORM 1500-CARREGAR-REJ UNTIL WRK-FS-MOVREJ EQUAL 10.     00013970
            PERFORM 5400-LER-ORDMOV.                                    00013980
      *--------------------------------------------------------------   00013990
       1200-99-FIM.                              EXIT.                  00014000
      *--------------------------------------------------------------   00014010
      *--------------------------------------------------------------   00014020
       1250-LER-HDRCTL                           SECTION.               00014030
      *--------------------------------------------------------------   00014040
            READ HDRCTL                                                 00014050
              AT END MOVE 10 TO WRK-FS-HDRCTL                           00014060
            END-READ.                                                   00014070
            IF WRK-FS-HDRCTL NOT EQUAL 10 AND                           00014080
               FD-HDC-ORIGEM   EQUAL WRK-ORIGEM AND                     00014090
               FD-HDC-DATA-ARQ EQUAL WRK-DATA-PROC                      00014100
              MOVE 'S' TO WRK-SW-BLOCO                                  00014110
            END-IF.                                                     00014120
      *--------------------------------------------------------------   00014130
       1250-99-FIM.                              EXIT.                  00014140
      *--------------------------------------------------------------   00014150
      ***************************************************************   00014160
      *   C A R R E G A R   O S   D E B I T O S   Q U E   V O L T A M   00014170
      ***************************************************************   00014180
      * SO ENTRAM NA TABELA OS DEBITOS COM O HISTORICO DO DEBITO    *   00014190
      * AGENDADO E O PREFIXO DO TEXTO #ORDTXT.                      *   00014200
      *--------------------------------------------------------------   00014210
       1300-CARREGAR-R                           SECTION.               00014220
      *--------------------------------------------------------------   00014230
            READ MOV0106R                                               00014240
              AT END MOVE 10 TO WRK-FS-MOV0106R                         00014250
            END-READ.                                                   00014260
            IF WRK-FS-MOV0106R NOT EQUAL 10 AND                         00014270
               FD-MOV0106R-HISTORICO EQUAL WRK-HIS-AGENDADO             00014280
              MOVE FD-MOV0106R-MOVIMENTO TO REG-ORDTXT                  00014290
              IF REG-ORDTXT-AGENDADO                                    00014300
                MOVE FD-MOV0106R-AGENCIA TO WRK-CMV-AGENCIA             00014310
                MOVE FD-MOV0106R-CONTA   TO WRK-CMV-CONTA               00014320
                MOVE FD-MOV0106R-MOTIVO  TO WRK-MOTIVO                  00014330
                PERFORM 1600-GUARDAR-FALHA                              00014340
              END-IF                                                    00014350
            END-IF.                                                     00014360
      *--------------------------------------------------------------   00014370
       1300-99-FIM.                              EXIT.                  00014380
      *--------------------------------------------------------------   00014390
      *--------------------------------------------------------------   00014400
       1400-CARREGAR-E                           SECTION.               00014410
      *--------------------------------------------------------------   00014420
            READ MOV0106E                                               00014430
              AT END MOVE 10 TO WRK-FS-MOV0106E                         00014440
            END-READ.                                                   00014450
            IF WRK-FS-MOV0106E NOT EQUAL 10 AND                         00014460
               FD-MOV0106E-HISTORICO EQUAL WRK-HIS-AGENDADO             00014470
              MOVE FD-MOV0106E-MOVIMENTO TO REG-ORDTXT                  00014480
              IF REG-ORDTXT-AGENDADO                                    00014490
                MOVE FD-MOV0106E-AGENCIA TO WRK-CMV-AGENCIA             00014500
                MOVE FD-MOV0106E-CONTA   TO WRK-CMV-CONTA               00014510
                MOVE FD-MOV0106E-MOTIVO  TO WRK-MOTIVO                  00014520
                PERFORM 1600-GUARDAR-FALHA                              00014530
              END-IF                                                    00014540
            END-IF.                                                     00014550
      *--------------------------------------------------------------   00014560
       1400-99-FIM.                              EXIT.                  00014570
      *--------------------------------------------------------------   00014580
      *--------------------------------------------------------------   00014590
       1500-CARREGAR-REJ                         SECTION.               00014600
      *--------------------------------------------------------------   00014610
            READ MOVREJ                                                 00014620
              AT END MOVE 10 TO WRK-FS-MOVREJ                           00014630
            END-READ.                                                   00014640
            IF WRK-FS-MOVREJ NOT EQUAL 10 AND                           00014650
               FD-MOVREJ-HISTORICO EQUAL WRK-HIS-AGENDADO               00014660
              MOVE FD-MOVREJ-MOVIMENTO TO REG-ORDTXT                    00014670
              IF REG-ORDTXT-AGENDADO                                    00014680
                MOVE FD-MOVREJ-AGENCIA TO WRK-CMV-AGENCIA               00014690
                MOVE FD-MOVREJ-CONTA   TO WRK-CMV-CONTA                 00014700
                MOVE FD-MOVREJ-MOTIVO  TO WRK-MOTIVO                    00014710
                PERFORM 1600-GUARDAR-FALHA                              00014720
              END-IF                                                    00014730
            END-IF.                                                     00014740
      *--------------------------------------------------------------   00014750
       1500-99-FIM.                              EXIT.                  00014760
      *--------------------------------------------------------------   00014770
      *--------------------------------------------------------------   00014780
       1600-GUARDAR-FALHA                        SECTION.               00014790
      *--------------------------------------------------------------   00014800
            IF WRK-FAL-QTDE EQUAL WRK-FAL-MAX                           00014810
              MOVE 'FR16SO02'            TO WRK-PROGRAMA                00014820
              MOVE '1600'                TO WRK-SECAO                   00014830
              MOVE 'TABELA DE FALHAS EXCEDE O LIMITE' TO WRK-MENSAGEM   00014840
              MOVE ZEROS                 TO WRK-STATUS                  00014850
              PERFORM 6000-TRATA-ERROS                                  00014860
            END-IF.                                                     00014870
            MOVE REG-ORDTXT-NUMERO TO WRK-CMV-NUMERO.                   00014880
            ADD 1 TO WRK-FAL-QTDE.                                      00014890
            SET FAL-IDX TO WRK-FAL-QTDE.                                00014900
            MOVE WRK-CHAVE-MOV     TO WRK-TFA-CHAVE (FAL-IDX).          00014910
            MOVE REG-ORDTXT-VENC   TO WRK-TFA-VENC (FAL-IDX).           00014920
            MOVE WRK-MOTIVO        TO WRK-TFA-MOTIVO (FAL-IDX).         00014930
      *--------------------------------------------------------------   00014940
       1600-99-FIM.                              EXIT.                  00014950
      *--------------------------------------------------------------   00014960
      ***************************************************************   00014970
      *               G E R A R   ( M O D O   1 )                   *   00014980
      ***************************************************************   00014990
      * UM DEBITO POR ORDEM POR NOITE: O VENCIMENTO PERDIDO (NOITE  *   00015000
      * QUE NAO RODOU) SAI UMA VEZ SO, E A BAIXA AVANCA O PROXIMO   *   00015010
      * VENCIMENTO PARA DEPOIS DA DATA DA NOITE.                    *   00015020
      * O VENCIMENTO EM DIA NAO UTIL DA AGENCIA SO E DEBITADO NO    *   00922180
      * PROXIMO DIA UTIL, E SO EM NOITE QUE E DIA UTIL.             *   00922190
      *--------------------------------------------------------------   00015030
       2000-GERAR                                SECTION.               00015040
      *--------------------------------------------------------------   00015050
            IF REG-ORD-ATIVA                         AND                00015060
               REG-ORD-PROX-VENC NOT EQUAL ZEROS     AND                00015070
               REG-ORD-PROX-VENC NOT GREATER WRK-DATA-PROC AND          00015080
               (REG-ORD-DATA-FIM EQUAL ZEROS OR                         00015090
                REG-ORD-PROX-VENC NOT GREATER REG-ORD-DATA-FIM)         00015100
              PERFORM 2050-APURAR-VENC-UTIL                             00922200
              IF WRK-VENC-UTIL NOT GREATER WRK-DATA-PROC AND            00922210
                 WRK-NOITE-UTIL                                         00922220
                PERFORM 2100-GRAVAR-DEBITO                              00922230
              ELSE                                                      00922240
                PERFORM 2150-ADIAR-DEBITO                               00922250
              END-IF                                                    00922260
            END-IF.                                                     00015120
            PERFORM 5300-LER-ORDVSAM.                                   00015130
      *--------------------------------------------------------------   00015140
       2000-99-FIM.                              EXIT.                  00015150
      *--------------------------------------------------------------   00015160
      *--------------------------------------------------------------   00922270
       2050-APURAR-VENC-UTIL                     SECTION.               00922280
      *--------------------------------------------------------------   00922290
            MOVE 'U'               TO WRK-CAL-FUNCAO.                   00922300
            MOVE REG-ORD-AGENCIA   TO WRK-CAL-AGENCIA.                  00922310
            MOVE REG-ORD-PROX-VENC TO WRK-CAL-DATA.                     00922320
            PERFORM 2070-CHAMAR-CALENDARIO.                             00922330
            MOVE REG-ORD-PROX-VENC TO WRK-VENC-UTIL.                    00922340
            IF WRK-CAL-NAO-UTIL                                         00922350
              MOVE 'P'               TO WRK-CAL-FUNCAO                  00922360
              PERFORM 2070-CHAMAR-CALENDARIO                            00922370
              MOVE WRK-CAL-RESULTADO TO WRK-VENC-UTIL                   00922380
            END-IF.                                                     00922390
            MOVE 'S' TO WRK-SW-NOITE.                                   00922400
            IF WRK-VENC-UTIL NOT GREATER WRK-DATA-PROC                  00922410
              MOVE 'U'           TO WRK-CAL-FUNCAO                      00922420
              MOVE WRK-DATA-PROC TO WRK-CAL-DATA                        00922430
              PERFORM 2070-CHAMAR-CALENDARIO                            00922440
              MOVE WRK-CAL-UTIL  TO WRK-SW-NOITE                        00922450
            END-IF.                                                     00922460
      *--------------------------------------------------------------   00922470
       2050-99-FIM.                              EXIT.                  00922480
      *--------------------------------------------------------------   00922490
      *--------------------------------------------------------------   00922500
       2070-CHAMAR-CALENDARIO                    SECTION.               00922510
      *--------------------------------------------------------------   00922520
            CALL WRK-CALENDARIO USING WRK-DADOS-CAL.                    00922530
            IF NOT WRK-CAL-OK                                           00922540
              MOVE 'FR16SO02'            TO WRK-PROGRAMA                00922550
              MOVE '2070'                TO WRK-SECAO                   00922560
              MOVE 'ERRO NO CALENDARIO DE DIAS UTEIS' TO WRK-MENSAGEM   00922570
              MOVE WRK-CAL-RETORNO       TO WRK-STATUS                  00922580
              PERFORM 6000-TRATA-ERROS                                  00922590
            END-IF.                                                     00922600
      *--------------------------------------------------------------   00922610
       2070-99-FIM.                              EXIT.                  00922620
      *--------------------------------------------------------------   00922630
      *--------------------------------------------------------------   00015170
       2100-GRAVAR-DEBITO                        SECTION.               00015180
      *--------------------------------------------------------------   00015190
            MOVE SPACES               TO REG-ORDTXT.                    00015200
            MOVE 'AGD '               TO REG-ORDTXT-PREFIXO.            00015210
            MOVE REG-ORD-NUMERO       TO REG-ORDTXT-NUMERO.             00015220
            MOVE REG-ORD-PROX-VENC    TO REG-ORDTXT-VENC.               00015230
            MOVE REG-ORD-BENEF-NOME   TO REG-ORDTXT-BENEF.              00015240
            MOVE REG-ORD-AGENCIA      TO FD-ORDMOV-AGENCIA.             00015250
            MOVE REG-ORD-CONTA        TO FD-ORDMOV-CONTA.               00015260
            MOVE REG-ORDTXT           TO FD-ORDMOV-MOVIMENTO.           00015270
            MOVE REG-ORD-VALOR        TO FD-ORDMOV-VALORMOV.            00015280
            MOVE 'D'                  TO FD-ORDMOV-TIPOMOV.             00015290
            MOVE REG-ORD-HISTORICO    TO FD-ORDMOV-HISTORICO.           00015300
            WRITE FD-ORDMOV.                                            00015310
            ADD 1                     TO WRK-GERADOS.                   00015320
            ADD REG-ORD-VALOR         TO WRK-VALOR-GERADO.              00015330
            MOVE REG-ORD-PROX-VENC    TO WRK-AGD-VENC.                  00015340
            MOVE 'GERADO'             TO WRK-AGD-SITUACAO.              00015350
            MOVE SPACES               TO WRK-AGD-MOTIVO.                00015360
            PERFORM 2900-GRAVAR-LINHA.                                  00015370
      *--------------------------------------------------------------   00015380
       2100-99-FIM.                              EXIT.                  00015390
      *--------------------------------------------------------------   00015400
      *--------------------------------------------------------------   00922640
       2150-ADIAR-DEBITO                         SECTION.               00922650
      *--------------------------------------------------------------   00922660
            ADD 1                     TO WRK-ADIADOS.                   00922670
            MOVE REG-ORD-PROX-VENC    TO WRK-AGD-VENC.                  00922680
            MOVE 'ADIADO'             TO WRK-AGD-SITUACAO.              00922690
            IF WRK-VENC-UTIL GREATER WRK-DATA-PROC                      00922700
              MOVE 'VENC EM DIA NAO UTIL' TO WRK-AGD-MOTIVO             00922710
            ELSE                                                        00922720
              MOVE 'NOITE NAO E DIA UTIL' TO WRK-AGD-MOTIVO             00922730
            END-IF.                                                     00922740
            PERFORM 2900-GRAVAR-LINHA.                                  00922750
      *--------------------------------------------------------------   00922760
       2150-99-FIM.                              EXIT.                  00922770
      *--------------------------------------------------------------   00922780
      ***************************************************************   00015410
      *               B A I X A R   ( M O D O   2 )                 *   00015420
      ***************************************************************   00015430
      * BALANCE LINE ORDVSAM X ORDMOV, OS DOIS NA ORDEM DA CHAVE    *   00015440
      * (O ORDMOV FOI GRAVADO PELO BROWSE DO PROPRIO CLUSTER).      *   00015450
      *--------------------------------------------------------------   00015460
       2500-BAIXAR                               SECTION.               00015470
      *--------------------------------------------------------------   00015480
            PERFORM 5400-LER-ORDMOV                                     00015490
               UNTIL WRK-CHAVE-MOV NOT LESS REG-ORD-CHAVE.              00015500
            EVALUATE TRUE                                               00015510
             WHEN WRK-CHAVE-MOV EQUAL REG-ORD-CHAVE                     00015520
               PERFORM 2550-BAIXAR-DEBITO                               00015530
               PERFORM 5400-LER-ORDMOV                                  00015540
             WHEN REG-ORD-SUSPENSA                     AND              00015550
                  REG-ORD-PROX-VENC NOT EQUAL ZEROS    AND              00015560
                  REG-ORD-PROX-VENC NOT GREATER WRK-DATA-PROC           00015570
               MOVE REG-ORD-PROX-VENC TO WRK-AGD-VENC                   00015580
               MOVE 'SEM DEBITO'      TO WRK-AGD-SITUACAO               00015590
               MOVE 'ORDEM SUSPENSA'  TO WRK-AGD-MOTIVO                 00015600
               MOVE REG-ORD-PROX-VENC TO WRK-VENC                       00015610
               PERFORM 2600-AVANCAR-VENCIMENTO                          00015620
                  UNTIL WRK-VENC GREATER WRK-DATA-PROC                  00015630
               MOVE WRK-VENC          TO REG-ORD-PROX-VENC              00015640
               PERFORM 2800-REGRAVAR-ORDEM                              00015650
               PERFORM 2900-GRAVAR-LINHA                                00015660
               ADD 1 TO WRK-SEM-DEBITO                                  00015670
             WHEN REG-ORD-ATIVA                        AND              00015680
                  REG-ORD-DATA-FIM NOT EQUAL ZEROS     AND              00015690
                  REG-ORD-PROX-VENC GREATER REG-ORD-DATA-FIM            00015700
               MOVE 'E'               TO REG-ORD-SITUACAO               00015710
               PERFORM 2800-REGRAVAR-ORDEM                              00015720
               MOVE REG-ORD-PROX-VENC TO WRK-AGD-VENC                   00015730
               MOVE 'ENCERRADA'       TO WRK-AGD-SITUACAO               00015740
               MOVE 'PASSOU DA DATA FINAL' TO WRK-AGD-MOTIVO            00015750
               PERFORM 2900-GRAVAR-LINHA                                00015760
               ADD 1 TO WRK-ENCERRADAS                                  00015770
            END-EVALUATE.                                               00015780
            PERFORM 5300-LER-ORDVSAM.                                   00015790
      *--------------------------------------------------------------   00015800
       2500-99-FIM.                              EXIT.                  00015810
      *--------------------------------------------------------------   00015820
      ***************************************************************   00015830
      *         B A I X A R   O   D E B I T O   G E R A D O         *   00015840
      ***************************************************************   00015850
      * ULTIMO VENCIMENTO JA IGUAL AO DO TEXTO = NOITE JA BAIXADA   *   00015860
      * (RERUN DO STEP). O PROXIMO VENCIMENTO SO AVANCA SE A ORDEM  *   00015870
      * NAO FOI REPROGRAMADA DEPOIS DA GERACAO (MANUTENCAO NO MEIO  *   00015880
      * DA NOITE VALE).                                             *   00015890
      *--------------------------------------------------------------   00015900
       2550-BAIXAR-DEBITO                        SECTION.               00015910
      *--------------------------------------------------------------   00015920
            IF REG-ORD-ULT-VENC EQUAL WRK-VENC-MOV                      00015930
              ADD 1 TO WRK-JA-BAIXADOS                                  00015940
            ELSE                                                        00015950
              PERFORM 2560-PROCURAR-FALHA                               00015960
              MOVE WRK-VENC-MOV  TO REG-ORD-ULT-VENC                    00015970
              MOVE WRK-DATA-PROC TO REG-ORD-ULT-GER                     00015980
              MOVE WRK-VENC-MOV  TO WRK-AGD-VENC                        00015990
              IF WRK-DEBITO-FALHOU                                      00016000
                MOVE 'F'           TO REG-ORD-ULT-RESULTADO             00016010
                ADD 1              TO REG-ORD-QTDE-FALHAS               00016020
                MOVE WRK-DATA-PROC TO REG-ORD-DATA-FALHA                00016030
                MOVE WRK-TFA-MOTIVO (FAL-IDX)                           00016040
                                   TO REG-ORD-MOTIVO-FALHA              00016050
                                      WRK-AGD-MOTIVO                    00016060
                MOVE 'FALHOU'      TO WRK-AGD-SITUACAO                  00016070
                ADD 1              TO WRK-FALHAS                        00016080
              ELSE                                                      00016090
                MOVE 'P'           TO REG-ORD-ULT-RESULTADO             00016100
                MOVE SPACES        TO WRK-AGD-MOTIVO                    00016110
                MOVE 'POSTADO'     TO WRK-AGD-SITUACAO                  00016120
                ADD 1              TO WRK-POSTADOS                      00016130
              END-IF                                                    00016140
              IF REG-ORD-PROX-VENC EQUAL WRK-VENC-MOV                   00016150
                MOVE WRK-VENC-MOV  TO WRK-VENC                          00016160
                PERFORM 2600-AVANCAR-VENCIMENTO                         00016170
                   UNTIL WRK-VENC GREATER WRK-DATA-PROC                 00016180
                MOVE WRK-VENC      TO REG-ORD-PROX-VENC                 00016190
              END-IF                                                    00016200
              IF REG-ORD-ATIVA                    AND                   00016210
                 REG-ORD-DATA-FIM NOT EQUAL ZEROS AND                   00016220
                 REG-ORD-PROX-VENC GREATER REG-ORD-DATA-FIM             00016230
                MOVE 'E'           TO REG-ORD-SITUACAO                  00016240
                ADD 1              TO WRK-ENCERRADAS                    00016250
              END-IF                                                    00016260
              PERFORM 2800-REGRAVAR-ORDEM                               00016270
              PERFORM 2900-GRAVAR-LINHA                                 00016280
            END-IF.                                                     00016290
      *--------------------------------------------------------------   00016300
       2550-99-FIM.                              EXIT.                  00016310
      *--------------------------------------------------------------   00016320
      *--------------------------------------------------------------   00016330
       2560-PROCURAR-FALHA                       SECTION.               00016340
      *--------------------------------------------------------------   00016350
            MOVE 'N' TO WRK-SW-FALHA.                                   00016360
            MOVE 1 TO WRK-IND.                                          00016370
            PERFORM 2570-TESTAR-FALHA                                   00016380
               UNTIL WRK-DEBITO-FALHOU                                  00016390
                  OR WRK-IND GREATER WRK-FAL-QTDE.                      00016400
      *--------------------------------------------------------------   00016410
       2560-99-FIM.                              EXIT.                  00016420
      *--------------------------------------------------------------   00016430
      *--------------------------------------------------------------   00016440
       2570-TESTAR-FALHA                         SECTION.               00016450
      *--------------------------------------------------------------   00016460
            SET FAL-IDX TO WRK-IND.                                     00016470
            IF WRK-TFA-CHAVE (FAL-IDX) EQUAL WRK-CHAVE-MOV AND          00016480
               WRK-TFA-VENC (FAL-IDX)  EQUAL WRK-VENC-MOV               00016490
              MOVE 'S' TO WRK-SW-FALHA                                  00016500
            ELSE                                                        00016510
              ADD 1 TO WRK-IND                                          00016520
            END-IF.                                                     00016530
      *--------------------------------------------------------------   00016540
       2570-99-FIM.                              EXIT.                  00016550
      *--------------------------------------------------------------   00016560
      ***************************************************************   00016570
      *       A V A N C A R   V E N C I M E N T O                   *   00016580
      ***************************************************************   00016590
      * UM PASSO DA FREQUENCIA SOBRE WRK-VENC. MENSAL E ANUAL       *   00016600
      * VOLTAM AO DIA-BASE DA ORDEM, LIMITADO AO ULTIMO DIA DO MES  *   00016610
      * (ORDEM DO DIA 31 VENCE EM 30/04 E VOLTA A 31/05).           *   00016620
      *--------------------------------------------------------------   00016630
       2600-AVANCAR-VENCIMENTO                   SECTION.               00016640
      *--------------------------------------------------------------   00016650
            EVALUATE TRUE                                               00016660
             WHEN REG-ORD-SEMANAL                                       00016670
               COMPUTE WRK-DIA-INT =                                    00016680
                       FUNCTION INTEGER-OF-DATE (WRK-VENC) + 7          00016690
               COMPUTE WRK-VENC =                                       00016700
                       FUNCTION DATE-OF-INTEGER (WRK-DIA-INT)           00016710
             WHEN REG-ORD-QUINZENAL                                     00016720
               COMPUTE WRK-DIA-INT =                                    00016730
                       FUNCTION INTEGER-OF-DATE (WRK-VENC) + 14         00016740
               COMPUTE WRK-VENC =                                       00016750
                       FUNCTION DATE-OF-INTEGER (WRK-DIA-INT)           00016760
             WHEN REG-ORD-ANUAL                                         00016770
               ADD 1 TO WRK-VNC-ANO                                     00016780
               PERFORM 2650-AJUSTAR-DIA-BASE                            00016790
             WHEN OTHER                                                 00016800
               IF WRK-VNC-MES EQUAL 12                                  00016810
                 ADD 1 TO WRK-VNC-ANO                                   00016820
                 MOVE 01 TO WRK-VNC-MES                                 00016830
               ELSE                                                     00016840
                 ADD 1 TO WRK-VNC-MES                                   00016850
               END-IF                                                   00016860
               PERFORM 2650-AJUSTAR-DIA-BASE                            00016870
            END-EVALUATE.                                               00016880
      *--------------------------------------------------------------   00016890
       2600-99-FIM.                              EXIT.                  00016900
      *--------------------------------------------------------------   00016910
      *--------------------------------------------------------------   00016920
       2650-AJUSTAR-DIA-BASE                     SECTION.               00016930
      *--------------------------------------------------------------   00016940
      *     ULTIMO DIA DO MES = VESPERA DO DIA 1 DO MES SEGUINTE.       00016950
            MOVE WRK-VNC-ANO TO WRK-AUX-ANO.                            00016960
            MOVE 01          TO WRK-AUX-DIA.                            00016970
            IF WRK-VNC-MES EQUAL 12                                     00016980
              ADD 1   TO WRK-AUX-ANO                                    00016990
              MOVE 01 TO WRK-AUX-MES                                    00017000
            ELSE                                                        00017010
              COMPUTE WRK-AUX-MES = WRK-VNC-MES + 1                     00017020
            END-IF.                                                     00017030
            COMPUTE WRK-DIA-INT =                                       00017040
                    FUNCTION INTEGER-OF-DATE (WRK-DATA-AUX) - 1.        00017050
            COMPUTE WRK-DATA-AUX =                                      00017060
                    FUNCTION DATE-OF-INTEGER (WRK-DIA-INT).             00017070
            MOVE WRK-AUX-DIA TO WRK-ULTIMO-DIA.                         00017080
            IF REG-ORD-DIA-BASE EQUAL ZEROS OR                          00017090
               REG-ORD-DIA-BASE GREATER WRK-ULTIMO-DIA                  00017100
              MOVE WRK-ULTIMO-DIA   TO WRK-VNC-DIA                      00017110
            ELSE                                                        00017120
              MOVE REG-ORD-DIA-BASE TO WRK-VNC-DIA                      00017130
            END-IF.                                                     00017140
      *--------------------------------------------------------------   00017150
       2650-99-FIM.                              EXIT.                  00017160
      *--------------------------------------------------------------   00017170
      ***************************************************************   00017180
      *       R E G R A V A R   O R D E M                           *   00017190
      ***************************************************************   00017200
      *--------------------------------------------------------------   00017210
       2800-REGRAVAR-ORDEM                       SECTION.               00017220
      *--------------------------------------------------------------   00017230
            MOVE WRK-DATA-PROC TO REG-ORD-DATA-ALT.                     00017240
            MOVE WRK-ORIGEM    TO REG-ORD-OPERADOR.                     00017250
            REWRITE REG-ORD                                             00017260
              INVALID KEY                                               00017270
                MOVE 'FR16SO02'            TO WRK-PROGRAMA              00017280
                MOVE '2800'                TO WRK-SECAO                 00017290
                MOVE 'ERRO NA REGRAVACAO DO ORDVSAM' TO WRK-MENSAGEM    00017300
                MOVE WRK-FS-ORDVSAM        TO WRK-STATUS                00017310
                PERFORM 6000-TRATA-ERROS                                00017320
            END-REWRITE.                                                00017330
      *--------------------------------------------------------------   00017340
       2800-99-FIM.                              EXIT.                  00017350
      *--------------------------------------------------------------   00017360
      ***************************************************************   00017370
      *       G R A V A R   L I N H A   D O   R E L A T O R I O     *   00017380
      ***************************************************************   00017390
      *--------------------------------------------------------------   00017400
       2900-GRAVAR-LINHA                         SECTION.               00017410
      *--------------------------------------------------------------   00017420
            MOVE REG-ORD-AGENCIA TO WRK-AGD-AGENCIA                     00017430
            MOVE REG-ORD-CONTA   TO WRK-AGD-CONTA                       00017440
            MOVE REG-ORD-NUMERO  TO WRK-AGD-NUMERO                      00017450
            MOVE REG-ORD-VALOR   TO WRK-AGD-VALOR.                      00017460
            WRITE FD-RELAGD FROM WRK-DETALHE-AGD.                       00017470
      *--------------------------------------------------------------   00017480
       2900-99-FIM.                              EXIT.                  00017490
      *--------------------------------------------------------------   00017500
      ***************************************************************   00017510
      *               F I N A L I Z A R                             *   00017520
      ***************************************************************   00017530
      *--------------------------------------------------------------   00017540
       3000-FINALIZAR                            SECTION.               00017550
      *--------------------------------------------------------------   00017560
            MOVE SPACES TO FD-RELAGD.                                   00017570
            WRITE FD-RELAGD.                                            00017580
            MOVE 'ORDENS LIDAS....................:'                    00017590
                                    TO WRK-TOT-TEXTO                    00017600
            MOVE WRK-ORDENS-LIDAS   TO WRK-TOT-QTDE                     00017610
            WRITE FD-RELAGD FROM WRK-TOTAL-AGD.                         00017620
            IF PARM-MODO-BAIXA                                          00017630
              PERFORM 3200-TOTAIS-BAIXA                                 00017640
              CLOSE HDRCTL MOV0106R MOV0106E MOVREJ                     00017650
            ELSE                                                        00017660
              PERFORM 3100-GRAVAR-TRAILER                               00017670
              MOVE 'DEBITOS GERADOS.................:'                  00017680
                                    TO WRK-TOT-TEXTO                    00017690
              MOVE WRK-GERADOS      TO WRK-TOT-QTDE                     00017700
              WRITE FD-RELAGD FROM WRK-TOTAL-AGD                        00017710
              MOVE WRK-VALOR-GERADO TO WRK-TOT-VALOR                    00017720
              WRITE FD-RELAGD FROM WRK-TOTAL-VALOR-AGD                  00017730
              DISPLAY 'DEBITOS GERADOS               : ' WRK-GERADOS    00017740
              MOVE 'DEBITOS ADIADOS (DIA NAO UTIL)..:'                  00922790
                                    TO WRK-TOT-TEXTO                    00922800
              MOVE WRK-ADIADOS      TO WRK-TOT-QTDE                     00922810
              WRITE FD-RELAGD FROM WRK-TOTAL-AGD                        00922820
              DISPLAY 'DEBITOS ADIADOS (DIA NAO UTIL): ' WRK-ADIADOS    00922830
            END-IF.                                                     00017750
            CLOSE ORDVSAM ORDMOV RELAGD.                                00017760
            DISPLAY 'ORDENS LIDAS                  : ' WRK-ORDENS-LIDAS.00017770
            DISPLAY '-----FIM DE PROCESSAMENTO----'.                    00017780
      *--------------------------------------------------------------   00017790
       3000-99-FIM.                              EXIT.                  00017800
      *--------------------------------------------------------------   00017810
      *--------------------------------------------------------------   00017820
       3100-GRAVAR-TRAILER                       SECTION.               00017830
      *--------------------------------------------------------------   00017840
            MOVE SPACES           TO FD-ORDMOV.                         00017850
            MOVE 'TRL'            TO REG-CTL-TIPO.                      00017860
            MOVE WRK-ORIGEM       TO REG-CTL-ORIGEM.                    00017870
            MOVE WRK-DATA-PROC    TO REG-CTL-DATA-ARQ.                  00017880
            MOVE WRK-GERADOS      TO REG-CTL-QTDE.                      00017890
            MOVE WRK-VALOR-GERADO TO REG-CTL-VALOR.                     00017900
            WRITE REG-CONTROLE.                                         00017910
      *--------------------------------------------------------------   00017920
       3100-99-FIM.                              EXIT.                  00017930
      *--------------------------------------------------------------   00017940
      *--------------------------------------------------------------   00017950
       3200-TOTAIS-BAIXA                         SECTION.               00017960
      *--------------------------------------------------------------   00017970
            MOVE 'DEBITOS POSTADOS................:'                    00017980
                                    TO WRK-TOT-TEXTO                    00017990
            MOVE WRK-POSTADOS       TO WRK-TOT-QTDE                     00018000
            WRITE FD-RELAGD FROM WRK-TOTAL-AGD.                         00018010
            MOVE 'DEBITOS QUE FALHARAM............:'                    00018020
                                    TO WRK-TOT-TEXTO                    00018030
            MOVE WRK-FALHAS         TO WRK-TOT-QTDE                     00018040
            WRITE FD-RELAGD FROM WRK-TOTAL-AGD.                         00018050
            MOVE 'DEBITOS JA BAIXADOS (RERUN).....:'                    00018060
                                    TO WRK-TOT-TEXTO                    00018070
            MOVE WRK-JA-BAIXADOS    TO WRK-TOT-QTDE                     00018080
            WRITE FD-RELAGD FROM WRK-TOTAL-AGD.                         00018090
            MOVE 'VENCIMENTOS SUSPENSOS...........:'                    00018100
                                    TO WRK-TOT-TEXTO                    00018110
            MOVE WRK-SEM-DEBITO     TO WRK-TOT-QTDE                     00018120
            WRITE FD-RELAGD FROM WRK-TOTAL-AGD.                         00018130
            MOVE 'ORDENS ENCERRADAS...............:'                    00018140
                                    TO WRK-TOT-TEXTO                    00018150
            MOVE WRK-ENCERRADAS     TO WRK-TOT-QTDE                     00018160
            WRITE FD-RELAGD FROM WRK-TOTAL-AGD.                         00018170
            IF WRK-BLOCO-NAO-POSTADO                                    00018180
              MOVE SPACES TO FD-RELAGD                                  00018190
              MOVE 'BLOCO DA NOITE NAO POSTADO - NADA FOI BAIXADO'      00018200
                          TO FD-RELAGD                                  00018210
              WRITE FD-RELAGD                                           00018220
            END-IF.                                                     00018230
            DISPLAY 'DEBITOS POSTADOS              : ' WRK-POSTADOS.    00018240
            DISPLAY 'DEBITOS QUE FALHARAM          : ' WRK-FALHAS.      00018250
            DISPLAY 'DEBITOS JA BAIXADOS (RERUN)   : ' WRK-JA-BAIXADOS. 00018260
            DISPLAY 'VENCIMENTOS SUSPENSOS         : ' WRK-SEM-DEBITO.  00018270
            DISPLAY 'ORDENS ENCERRADAS             : ' WRK-ENCERRADAS.  00018280
            IF WRK-FALHAS NOT EQUAL ZEROS OR WRK-BLOCO-NAO-POSTADO      00018290
              MOVE 4 TO RETURN-CODE                                     00018300
            END-IF.                                                     00018310
      *--------------------------------------------------------------   00018320
       3200-99-FIM.                              EXIT.                  00018330
      *--------------------------------------------------------------   00018340
      ***************************************************************   00018350
      *         T E S T A R   S T A T U S                           *   00018360
      ***************************************************************   00018370
      *--------------------------------------------------------------   00018380
       5100-TESTAR-STATUS                        SECTION.               00018390
      *--------------------------------------------------------------   00018400
            EVALUATE TRUE                                               00018410
             WHEN WRK-FS-ORDVSAM NOT EQUAL 0                            00018420
               MOVE 'FR16SO02'             TO WRK-PROGRAMA              00018430
               MOVE '5100'                 TO WRK-SECAO                 00018440
               MOVE 'ERRO NO OPEN ORDVSAM' TO WRK-MENSAGEM              00018450
               MOVE WRK-FS-ORDVSAM         TO WRK-STATUS                00018460
                 PERFORM 6000-TRATA-ERROS                               00018470
             WHEN WRK-FS-ORDMOV NOT EQUAL 0                             00018480
               MOVE 'FR16SO02'             TO WRK-PROGRAMA              00018490
               MOVE '5100'                 TO WRK-SECAO                 00018500
               MOVE 'ERRO NO OPEN ORDMOV'  TO WRK-MENSAGEM              00018510
               MOVE WRK-FS-ORDMOV          TO WRK-STATUS                00018520
                 PERFORM 6000-TRATA-ERROS                               00018530
             WHEN WRK-FS-HDRCTL NOT EQUAL 0                             00018540
               MOVE 'FR16SO02'             TO WRK-PROGRAMA              00018550
               MOVE '5100'                 TO WRK-SECAO                 00018560
               MOVE 'ERRO NO OPEN HDRCTL'  TO WRK-MENSAGEM              00018570
               MOVE WRK-FS-HDRCTL          TO WRK-STATUS                00018580
                 PERFORM 6000-TRATA-ERROS                               00018590
             WHEN WRK-FS-MOV0106R NOT EQUAL 0                           00018600
               MOVE 'FR16SO02'             TO WRK-PROGRAMA              00018610
               MOVE '5100'                 TO WRK-SECAO                 00018620
               MOVE 'ERRO NO OPEN MOV0106R' TO WRK-MENSAGEM             00018630
               MOVE WRK-FS-MOV0106R        TO WRK-STATUS                00018640
                 PERFORM 6000-TRATA-ERROS                               00018650
             WHEN WRK-FS-MOV0106E NOT EQUAL 0                           00018660
               MOVE 'FR16SO02'             TO WRK-PROGRAMA              00018670
               MOVE '5100'                 TO WRK-SECAO                 00018680
               MOVE 'ERRO NO OPEN MOV0106E' TO WRK-MENSAGEM             00018690
               MOVE WRK-FS-MOV0106E        TO WRK-STATUS                00018700
                 PERFORM 6000-TRATA-ERROS                               00018710
             WHEN WRK-FS-MOVREJ NOT EQUAL 0                             00018720
               MOVE 'FR16SO02'             TO WRK-PROGRAMA              00018730
               MOVE '5100'                 TO WRK-SECAO                 00018740
               MOVE 'ERRO NO OPEN MOVREJ'  TO WRK-MENSAGEM              00018750
               MOVE WRK-FS-MOVREJ          TO WRK-STATUS                00018760
                 PERFORM 6000-TRATA-ERROS                               00018770
             WHEN WRK-FS-RELAGD NOT EQUAL 0                             00018780
               MOVE 'FR16SO02'             TO WRK-PROGRAMA              00018790
               MOVE '5100'                 TO WRK-SECAO                 00018800
               MOVE 'ERRO NO OPEN RELAGD'  TO WRK-MENSAGEM              00018810
               MOVE WRK-FS-RELAGD          TO WRK-STATUS                00018820
                 PERFORM 6000-TRATA-ERROS                               00018830
            END-EVALUATE.                                               00018840
      *--------------------------------------------------------------   00018850
       5100-99-FIM.                              EXIT.                  00018860
      *--------------------------------------------------------------   00018870
      ***************************************************************   00018880
      *         L E R   O R D V S A M                               *   00018890
      ***************************************************************   00018900
      * O REGISTRO DE CARGA INICIAL DO CLUSTER (CHAVE TODA EM '9',  *   00018910
      * GRAVADO PELO DEFONL) NAO E ORDEM E ENCERRA A LEITURA.       *   00018920
      *--------------------------------------------------------------   00018930
       5300-LER-ORDVSAM                          SECTION.               00018940
      *--------------------------------------------------------------   00018950
            READ ORDVSAM NEXT RECORD                                    00018960
              AT END MOVE 'S' TO WRK-SW-FIM-VSAM                        00018970
            END-READ.                                                   00018980
            IF WRK-TEM-VSAM                                             00018990
              IF REG-ORD-CHAVE EQUAL ALL '9'                            00019000
                MOVE 'S' TO WRK-SW-FIM-VSAM                             00019010
              ELSE                                                      00019020
                ADD 1 TO WRK-ORDENS-LIDAS                               00019030
              END-IF                                                    00019040
            END-IF.                                                     00019050
      *--------------------------------------------------------------   00019060
       5300-99-FIM.                              EXIT.                  00019070
      *--------------------------------------------------------------   00019080
      ***************************************************************   00019090
      *         L E R   O R D M O V   ( M O D O   2 )               *   00019100
      ***************************************************************   00019110
      * O TRAILER ENCERRA O ARQUIVO (CHAVE EM HIGH-VALUES).         *   00019120
      *--------------------------------------------------------------   00019130
       5400-LER-ORDMOV                           SECTION.               00019140
      *--------------------------------------------------------------   00019150
            READ ORDMOV                                                 00019160
              AT END MOVE 10 TO WRK-FS-ORDMOV                           00019170
            END-READ.                                                   00019180
            IF WRK-FS-ORDMOV EQUAL 10 OR REG-CTL-TRAILER                00019190
              MOVE HIGH-VALUES TO WRK-CHAVE-MOV                         00019200
              MOVE ZEROS       TO WRK-VENC-MOV                          00019210
            ELSE                                                        00019220
              MOVE FD-ORDMOV-MOVIMENTO TO REG-ORDTXT                    00019230
              MOVE FD-ORDMOV-AGENCIA   TO WRK-CMV-AGENCIA               00019240
              MOVE FD-ORDMOV-CONTA     TO WRK-CMV-CONTA                 00019250
              MOVE REG-ORDTXT-NUMERO   TO WRK-CMV-NUMERO                00019260
              MOVE REG-ORDTXT-VENC     TO WRK-VENC-MOV                  00019270
            END-IF.                                                     00019280
      *--------------------------------------------------------------   00019290
       5400-99-FIM.                              EXIT.                  00019300
      *--------------------------------------------------------------   00019310
      ***************************************************************   00019320
      *          T R A T A   E R R O S                              *   00019330
      ***************************************************************   00019340
      *--------------------------------------------------------------   00019350
       6000-TRATA-ERROS                          SECTION.               00019360
      *--------------------------------------------------------------   00019370
            CALL WRK-ERRORLOG USING WRK-DADOS.                          00019380
            MOVE 8 TO RETURN-CODE.                                      00019390
            GOBACK.                                                     00019400
      *--------------------------------------------------------------   00019410
       6000-99-FIM.                              EXIT.                  00019420
      *--------------------------------------------------------------   00019430
