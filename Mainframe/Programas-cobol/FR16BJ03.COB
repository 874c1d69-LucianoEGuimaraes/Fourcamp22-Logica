      *=============================================================*   00010000
       IDENTIFICATION                            DIVISION.              00010010
      *=============================================================*   00010020
                                                                        00010030
       PROGRAM-ID. FR16BJ03.                                            00010040
      *=============================================================*   00010050
      *             T R E I N A M E N T O                           *   00010060
      *=============================================================*   00010070
      * PROGRAMA......: FR16BJ03.                                   *   00010080
      *-------------------------------------------------------------*   00010090
      * PROGRAMADOR...: LUCIANO GUIMARAES.                          *   00010100
      * DATA..........: 15/10/2026                                  *   00010110
      * EMPRESA.......: FOURSYS                                     *   00010120
      * INSTRUTOR.....: IVAN SANCHES                                *   00010130
      *-------------------------------------------------------------*   00010140
      * OBJETIVO......: TRANSFERENCIA DO VALOR BLOQUEADO POR ORDEM  *   00010150
      *                 JUDICIAL (BLQVSAM, #BLQREG) PARA A CONTA DE *   00010160
      *                 DEPOSITO JUDICIAL, EM DOIS MODOS (SYSIN):   *   00010170
      *                 1 = GERACAO (BATNOITE, ANTES DA             *   00010180
      *                     CONSOLIDACAO): PERCORRE O BLQVSAM SO    *   00010190
      *                     PARA LEITURA E, PARA CADA ORDEM COM     *   00010200
      *                     TRANSFERENCIA ORDENADA (SITUACAO T, SEM *   00010210
      *                     FALHA PENDENTE) E VALOR BLOQUEADO,      *   00010220
      *                     GRAVA NO JUDMOV, LAYOUT MOV0106, O      *   00010230
      *                     DEBITO DO VALOR BLOQUEADO NA CONTA DA   *   00010240
      *                     ORDEM (HISTORICO 014) E O CREDITO DO    *   00010250
      *                     MESMO VALOR NA CONTA DE DEPOSITO        *   00010260
      *                     JUDICIAL DO CARTAO (HISTORICO 015), COM *   00010270
      *                     O TEXTO #BLQTXT, EM BLOCO #CTLREG DE    *   00010280
      *                     ORIGEM FR16BJ03 - O ARQUIVO ENTRA NO    *   00010290
      *                     MOVENTRA DO FR16MV01 COMO OS DAS        *   00010300
      *                     AGENCIAS. O FR16EX04 NAO TESTA SALDO NO *   00010310
      *                     HISTORICO 014 (O VALOR JA ESTA RETIDO). *   00010320
      *                     NAO ATUALIZA O CLUSTER: O RERUN DA      *   00010330
      *                     NOITE GERA O MESMO ARQUIVO.             *   00010340
      *                 2 = BAIXA (BATFECHO, COM A NOITE POSTADA):  *   00010350
      *                     CASA O BLQVSAM COM OS DEBITOS DO JUDMOV *   00010360
      *                     GERADO E, SE O BLOCO CONSTA DA LISTA DE *   00010370
      *                     HEADERS ACEITOS (HDRCTL), ENCERRA A     *   00010380
      *                     ORDEM TRANSFERIDA (SITUACAO E, VALOR    *   00010390
      *                     TRANSFERIDO E DATA) OU, SE O DEBITO     *   00010400
      *                     VOLTOU NO MOV0106R/MOV0106E DA NOITE OU *   00010410
      *                     NO MOVREJ DA CONSOLIDACAO, MARCA A      *   00010420
      *                     TRANSFERENCIA COMO FALHA COM O MOTIVO - *   00010430
      *                     A ORDEM CONTINUA RETENDO O VALOR ATE O  *   00010440
      *                     JUDICIARIO REENVIAR O T (FR16BJ01).     *   00010450
      *                     O CREDITO NA CONTA DE DEPOSITO QUE      *   00010460
      *                     VOLTOU COM O DEBITO POSTADO SAI NO      *   00010470
      *                     RELATORIO PARA ACERTO MANUAL. SOBRANDO  *   00010480
      *                     VALOR BLOQUEADO NA ORDEM, ELA FICA EM T *   00010490
      *                     E A SOBRA SAI NA NOITE SEGUINTE.        *   00010500
      *                     A BAIXA E IDEMPOTENTE (DATA DA          *   00010510
      *                     TRANSFERENCIA OU DA FALHA GRAVADA NA    *   00010520
      *                     ORDEM), ENTAO O STEP PODE SER           *   00010530
      *                     RESUBMETIDO SOZINHO.                    *   00010540
      *                 FALHA OU DIVERGENCIA DEVOLVE RETURN-CODE 4. *   00010550
      *-------------------------------------------------------------*   00010560
      *   CARTAO SYSIN: MODO (1/2), BRANCO, AGENCIA E CONTA DE      *   00010570
      *                 DEPOSITO JUDICIAL (SO NO MODO 1), SEPARADAS *   00010580
      *                 POR UM BRANCO. EX.: 1 0001 0900             *   00010590
      *-------------------------------------------------------------*   00010600
      *   ARQUIVOS...:                                              *   00010610
      *    DDNAME              I/O                                  *   00010620
      *    BLQVSAM              I  (MODO 1)                         *   00010630
      *    BLQVSAM             I/O (MODO 2)                         *   00010640
      *    CLIEVSAM             I  (MODO 1)                         *   00010650
      *    JUDMOV               O  (MODO 1 - LAYOUT MOV0106)        *   00010660
      *    JUDMOV               I  (MODO 2)                         *   00010670
      *    HDRCTL               I  (MODO 2)                         *   00010680
      *    MOV0106R             I  (MODO 2)                         *   00010690
      *    MOV0106E             I  (MODO 2)                         *   00010700
      *    MOVREJ               I  (MODO 2)                         *   00010710
      *    RELTJ                O                                   *   00010720
      *-------------------------------------------------------------*   00010730
      *   MODULOS....:                             INCLUDE/BOOK     *   00010740
      *   GRAVALOG -   TRATAMENTO DE ERROS            GLOG2         *   00010750
      *=============================================================*   00010760
                                                                        00010770
      *=============================================================*   00010780
       ENVIRONMENT                               DIVISION.              00010790
      *=============================================================*   00010800
      *-------------------------------------------------------------*   00010810
       CONFIGURATION                             SECTION.               00010820
      *-------------------------------------------------------------*   00010830
       SPECIAL-NAMES.                                                   00010840
           DECIMAL-POINT IS COMMA.                                      00010850
                                                                        00010860
       INPUT-OUTPUT                              SECTION.               00010870
       FILE-CONTROL.                                                    00010880
            SELECT BLQVSAM   ASSIGN TO BLQVSAM                          00010890
                ORGANIZATION IS INDEXED                                 00010900
                ACCESS MODE IS DYNAMIC                                  00010910
                RECORD KEY IS REG-BLQ-CHAVE                             00010920
                FILE STATUS  IS WRK-FS-BLQVSAM.                         00010930
                                                                        00010940
            SELECT CLIEVSAM  ASSIGN TO CLIEVSAM                         00010950
                ORGANIZATION IS INDEXED                                 00010960
                ACCESS MODE IS RANDOM                                   00010970
                RECORD KEY IS REG-CLIENTES-CHAVE                        00010980
                FILE STATUS  IS WRK-FS-CLIEVSAM.                        00010990
                                                                        00011000
            SELECT JUDMOV    ASSIGN TO JUDMOV                           00011010
                FILE STATUS  IS WRK-FS-JUDMOV.                          00011020
                                                                        00011030
            SELECT HDRCTL    ASSIGN TO HDRCTL                           00011040
                FILE STATUS  IS WRK-FS-HDRCTL.                          00011050
                                                                        00011060
            SELECT MOV0106R  ASSIGN TO MOV0106R                         00011070
                FILE STATUS  IS WRK-FS-MOV0106R.                        00011080
                                                                        00011090
            SELECT MOV0106E  ASSIGN TO MOV0106E                         00011100
                FILE STATUS  IS WRK-FS-MOV0106E.                        00011110
                                                                        00011120
            SELECT MOVREJ    ASSIGN TO MOVREJ                           00011130
                FILE STATUS  IS WRK-FS-MOVREJ.                          00011140
                                                                        00011150
            SELECT RELTJ     ASSIGN TO RELTJ                            00011160
                FILE STATUS  IS WRK-FS-RELTJ.                           00011170
      *=============================================================*   00011180
       DATA                                      DIVISION.              00011190
      *=============================================================*   00011200
       FILE                                      SECTION.               00011210
      *-------------------------------------------------------------*   00011220
                                                                        00011230
       FD BLQVSAM.                                                      00011240
                                                                        00011250
       COPY '#BLQREG'.                                                  00011260
                                                                        00011270
       FD CLIEVSAM.                                                     00011280
                                                                        00011290
       COPY '#CLIREG'.                                                  00011300
                                                                        00011310
       FD JUDMOV                                                        00011320
           RECORDING MODE IS F                                          00011330
           BLOCK CONTAINS 0 RECORDS.                                    00011340
                                                                        00011350
       01 FD-JUDMOV.                                                    00011360
          05 FD-JUDMOV-AGENCIA   PIC X(04).                             00011370
          05 FD-JUDMOV-CONTA     PIC X(04).                             00011380
          05 FD-JUDMOV-MOVIMENTO PIC X(30).                             00011390
          05 FD-JUDMOV-VALORMOV  PIC 9(08)V99.                          00011400
          05 FD-JUDMOV-TIPOMOV   PIC X(01).                             00011410
          05 FD-JUDMOV-HISTORICO PIC 9(03).                             00011420
                                                                        00011430
      * HEADER E TRAILER DO BLOCO (#CTLREG) NO MESMO ARQUIVO.           00011440
       COPY '#CTLREG'.                                                  00011450
                                                                        00011460
       FD HDRCTL                                                        00011470
           RECORDING MODE IS F.                                         00011480
                                                                        00011490
       01 FD-HDRCTL.                                                    00011500
          05 FD-HDC-ORIGEM     PIC X(08).                               00011510
          05 FD-HDC-DATA-ARQ   PIC 9(08).                               00011520
                                                                        00011530
       FD MOV0106R                                                      00011540
          RECORDING  MODE IS F.                                         00011550
                                                                        00011560
       COPY '#MOV0106R'.                                                00011570
                                                                        00011580
       FD MOV0106E                                                      00011590
          RECORDING  MODE IS F.                                         00011600
                                                                        00011610
       01 FD-MOV0106E.                                                  00011620
          05 FD-MOV0106E-AGENCIA   PIC X(04).                           00011630
          05 FD-MOV0106E-CONTA     PIC X(04).                           00011640
          05 FD-MOV0106E-MOVIMENTO PIC X(30).                           00011650
          05 FD-MOV0106E-VALORMOV  PIC 9(08)V99.                        00011660
          05 FD-MOV0106E-TIPOMOV   PIC X(01).                           00011670
          05 FD-MOV0106E-MOTIVO    PIC X(20).                           00011680
          05 FD-MOV0106E-DATA-PROC PIC 9(08).                           00011690
          05 FD-MOV0106E-NSEQ-RUN  PIC 9(03).                           00011700
          05 FD-MOV0106E-HISTORICO PIC 9(03).                           00011710
                                                                        00011720
       FD MOVREJ                                                        00011730
           RECORDING  MODE IS F.                                        00011740
                                                                        00011750
       01 FD-MOVREJ.                                                    00011760
          05 FD-MOVREJ-AGENCIA   PIC X(04).                             00011770
          05 FD-MOVREJ-CONTA     PIC X(04).                             00011780
          05 FD-MOVREJ-MOVIMENTO PIC X(30).                             00011790
          05 FD-MOVREJ-VALORMOV  PIC X(10).                             00011800
          05 FD-MOVREJ-TIPOMOV   PIC X(01).                             00011810
          05 FD-MOVREJ-MOTIVO    PIC X(20).                             00011820
          05 FD-MOVREJ-HISTORICO PIC X(03).                             00011830
                                                                        00011840
       FD RELTJ                                                         00011850
           RECORDING  MODE IS F.                                        00011860
                                                                        00011870
       01 FD-RELTJ           PIC X(080).                                00011880
      *-------------------------------------------------------------*   00011890
       WORKING-STORAGE                           SECTION.               00011900
      *-------------------------------------------------------------*   00011910
                                                                        00011920
      *-------------------------------------------------------------*   00011930
       01 FILLER PIC X(45) VALUE                                        00011940
              '------------------#GLOG----------------------'.          00011950
      *-------------------------------------------------------------*   00011960
                                                                        00011970
       COPY '#GLOG'.                                                    00011980
                                                                        00011990
      *-------------------------------------------------------------*   00012000
       01 FILLER PIC X(45) VALUE                                        00012010
              '-----------DADOS E FILE STATUS---------------'.          00012020
      *-------------------------------------------------------------*   00012030
       77 WRK-FS-BLQVSAM    PIC 9(02).                                  00012040
       77 WRK-FS-CLIEVSAM   PIC 9(02).                                  00012050
       77 WRK-FS-JUDMOV     PIC 9(02).                                  00012060
       77 WRK-FS-HDRCTL     PIC 9(02).                                  00012070
       77 WRK-FS-MOV0106R   PIC 9(02).                                  00012080
       77 WRK-FS-MOV0106E   PIC 9(02).                                  00012090
       77 WRK-FS-MOVREJ     PIC 9(02).                                  00012100
       77 WRK-FS-RELTJ      PIC 9(02).                                  00012110
       77 WRK-ERRORLOG      PIC X(08) VALUE 'ERRORLOG'.                 00012120
       77 WRK-ORIGEM        PIC X(08) VALUE 'FR16BJ03'.                 00012130
      * CODIGOS DE HISTORICO (#HISTREG) DAS DUAS PERNAS.                00012140
       77 WRK-HIS-TRF-JUDICIAL PIC 9(03) VALUE 014.                     00012150
       77 WRK-HIS-DEP-JUDICIAL PIC 9(03) VALUE 015.                     00012160
       77 WRK-DATA-PROC     PIC 9(08) VALUE ZEROS.                      00012170
       77 WRK-ORDENS-LIDAS  PIC 9(07) VALUE ZEROS.                      00012180
       77 WRK-GERADAS       PIC 9(07) VALUE ZEROS.                      00012190
       77 WRK-MOV-GERADOS   PIC 9(07) VALUE ZEROS.                      00012200
       77 WRK-VALOR-GERADO  PIC 9(13)V99 VALUE ZEROS.                   00012210
       77 WRK-VALOR-BLOCO   PIC 9(13)V99 VALUE ZEROS.                   00012220
       77 WRK-RETIDAS       PIC 9(07) VALUE ZEROS.                      00012230
       77 WRK-TRANSFERIDAS  PIC 9(07) VALUE ZEROS.                      00012240
       77 WRK-VALOR-TRANSF  PIC 9(13)V99 VALUE ZEROS.                   00012250
       77 WRK-FALHAS        PIC 9(07) VALUE ZEROS.                      00012260
       77 WRK-CRED-FALHOS   PIC 9(07) VALUE ZEROS.                      00012270
       77 WRK-DIVERGENTES   PIC 9(07) VALUE ZEROS.                      00012280
       77 WRK-JA-BAIXADOS   PIC 9(07) VALUE ZEROS.                      00012290
       77 WRK-IND           PIC 9(04) COMP VALUE ZEROS.                 00012300
       77 WRK-FAL-QTDE      PIC 9(04) COMP VALUE ZEROS.                 00012310
       77 WRK-FAL-MAX       PIC 9(04) COMP VALUE 2000.                  00012320
       77 WRK-MOTIVO        PIC X(20) VALUE SPACES.                     00012330
       77 WRK-TIPO-FALHA    PIC X(01) VALUE SPACES.                     00012340
       77 WRK-VALOR-LINHA   PIC 9(08)V99 VALUE ZEROS.                   00012350
       77 WRK-SW-FIM-VSAM   PIC X(01) VALUE 'N'.                        00012360
           88 WRK-FIM-VSAM             VALUE 'S'.                       00012370
           88 WRK-TEM-VSAM             VALUE 'N'.                       00012380
       77 WRK-SW-BLOCO      PIC X(01) VALUE 'N'.                        00012390
           88 WRK-BLOCO-POSTADO        VALUE 'S'.                       00012400
           88 WRK-BLOCO-NAO-POSTADO    VALUE 'N'.                       00012410
       77 WRK-SW-FALHA      PIC X(01) VALUE 'N'.                        00012420
           88 WRK-PERNA-FALHOU         VALUE 'S'.                       00012430
           88 WRK-PERNA-OK             VALUE 'N'.                       00012440
                                                                        00012450
      * CHAVE DA ORDEM DO DEBITO CORRENTE DO JUDMOV (MODO 2), MONTADA   00012460
      * DA CONTA E DO NUMERO DA ORDEM GRAVADO NO TEXTO DO MOVIMENTO.    00012470
       01 WRK-CHAVE-MOV.                                                00012480
          05 WRK-CMV-AGENCIA        PIC X(04).                          00012490
          05 WRK-CMV-CONTA          PIC X(04).                          00012500
          05 WRK-CMV-NUMERO         PIC X(16).                          00012510
       77 WRK-VALOR-MOV             PIC 9(08)V99 VALUE ZEROS.           00012520
                                                                        00012530
      * TEXTO DO MOVIMENTO DA TRANSFERENCIA JUDICIAL.                   00012540
       COPY '#BLQTXT'.                                                  00012550
                                                                        00012560
      *----------------CARTAO DE CONTROLE SYSIN--------------------*    00012570
      * WRK-PARM-MODO: 1 = GERACAO DAS TRANSFERENCIAS (DEFAULT)    *    00012580
      *                2 = BAIXA DA NOITE POSTADA                  *    00012590
      * AGENCIA/CONTA DE DEPOSITO JUDICIAL: SO NO MODO 1.          *    00012600
       01 WRK-PARM.                                                     00012610
          05 WRK-PARM-MODO       PIC X(01).                             00012620
             88 PARM-MODO-GERACAO        VALUE '1' ' '.                 00012630
             88 PARM-MODO-BAIXA          VALUE '2'.                     00012640
          05 FILLER              PIC X(01).                             00012650
          05 WRK-PARM-AG-DEP     PIC X(04).                             00012660
          05 FILLER              PIC X(01).                             00012670
          05 WRK-PARM-CT-DEP     PIC X(04).                             00012680
                                                                        00012690
      * PERNAS DA TRANSFERENCIA QUE VOLTARAM NA NOITE (MOV0106R,        00012700
      * MOV0106E E MOVREJ), PELA CHAVE DA ORDEM DO TEXTO E PELA PERNA   00012710
      * (D = DEBITO NA CONTA DA ORDEM, C = CREDITO NO DEPOSITO).        00012720
       01 WRK-TABELA-FALHAS.                                            00012730
          05 WRK-TAB-FALHA OCCURS 2000 TIMES INDEXED BY FAL-IDX.        00012740
             10 WRK-TFA-CHAVE      PIC X(24).                           00012750
             10 WRK-TFA-TIPO       PIC X(01).                           00012760
             10 WRK-TFA-MOTIVO     PIC X(20).                           00012770
                                                                        00012780
      *-------------------------------------------------------------*   00012790
       01 FILLER PIC X(45) VALUE                                        00012800
              '-----------LAYOUTS DE IMPRESSAO--------------'.          00012810
      *-------------------------------------------------------------*   00012820
       01 WRK-CABECALHO-TJ.                                             00012830
          05 FILLER               PIC X(36) VALUE                       00012840
                    'TRANSFERENCIAS JUDICIAIS - MODO '.                 00012850
          05 WRK-CAB-MODO         PIC X(01).                            00012860
          05 FILLER               PIC X(11) VALUE ' - DATA    '.        00012870
          05 WRK-CAB-DATA         PIC 9(08).                            00012880
          05 FILLER               PIC X(11) VALUE '  FR16BJ03'.         00012890
                                                                        00012900
       01 WRK-TITULO-TJ.                                                00012910
          05 FILLER               PIC X(27) VALUE                       00012920
             'AGEN CONT NUMERO ORDEM'.                                  00012930
          05 FILLER               PIC X(14) VALUE                       00012940
             '        VALOR'.                                           00012950
          05 FILLER               PIC X(39) VALUE                       00012960
             'SITUACAO       MOTIVO'.                                   00012970
                                                                        00012980
       01 WRK-DETALHE-TJ.                                               00012990
          05 WRK-TJ-AGENCIA       PIC X(04).                            00013000
          05 FILLER               PIC X(01) VALUE SPACES.               00013010
          05 WRK-TJ-CONTA         PIC X(04).                            00013020
          05 FILLER               PIC X(01) VALUE SPACES.               00013030
          05 WRK-TJ-NUMERO        PIC X(16).                            00013040
          05 FILLER               PIC X(01) VALUE SPACES.               00013050
          05 WRK-TJ-VALOR         PIC ZZ.ZZZ.ZZ9,99.                    00013060
          05 FILLER               PIC X(01) VALUE SPACES.               00013070
          05 WRK-TJ-SITUACAO      PIC X(14).                            00013080
          05 FILLER               PIC X(01) VALUE SPACES.               00013090
          05 WRK-TJ-MOTIVO        PIC X(20).                            00013100
                                                                        00013110
       01 WRK-TOTAL-TJ.                                                 00013120
          05 WRK-TOT-TEXTO        PIC X(34).                            00013130
          05 WRK-TOT-QTDE         PIC Z.ZZZ.ZZ9.                        00013140
                                                                        00013150
       01 WRK-TOTAL-VALOR-TJ.                                           00013160
          05 WRK-TOT-TEXTO-VALOR  PIC X(34).                            00013170
          05 WRK-TOT-VALOR        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.             00013180
                                                                        00013190
      *=============================================================*   00013200
       PROCEDURE                                 DIVISION.              00013210
      *=============================================================*   00013220
      ***************************************************************   00013230
      *          R O T I N A   P R I N C I P A L                    *   00013240
      ***************************************************************   00013250
      *--------------------------------------------------------------   00013260
       0000-PRINCIPAL                            SECTION.               00013270
      *--------------------------------------------------------------   00013280
             PERFORM 1000-INICIALIZAR.                                  00013290
             IF PARM-MODO-BAIXA                                         00013300
               IF WRK-BLOCO-POSTADO                                     00013310
                 PERFORM 2500-BAIXAR UNTIL WRK-FIM-VSAM                 00013320
               END-IF                                                   00013330
             ELSE                                                       00013340
               PERFORM 2000-GERAR UNTIL WRK-FIM-VSAM                    00013350
             END-IF.                                                    00013360
             PERFORM 3000-FINALIZAR.                                    00013370
             STOP RUN.                                                  00013380
      *--------------------------------------------------------------   00013390
       0000-99-FIM.                              EXIT.                  00013400
      *--------------------------------------------------------------   00013410
      ***************************************************************   00013420
      *             I N I C I A L I Z A R                           *   00013430
      ***************************************************************   00013440
      *--------------------------------------------------------------   00013450
       1000-INICIALIZAR                          SECTION.               00013460
      *--------------------------------------------------------------   00013470
            ACCEPT WRK-PARM FROM SYSIN.                                 00013480
            IF PARM-MODO-BAIXA                                          00013490
              PERFORM 1200-INICIAR-BAIXA                                00013500
            ELSE                                                        00013510
              ACCEPT WRK-DATA-PROC FROM DATE YYYYMMDD                   00013520
              OPEN INPUT  BLQVSAM CLIEVSAM                              00013530
                   OUTPUT JUDMOV RELTJ                                  00013540
              MOVE ZEROS TO WRK-FS-HDRCTL WRK-FS-MOV0106R               00013550
                            WRK-FS-MOV0106E WRK-FS-MOVREJ               00013560
              PERFORM 5100-TESTAR-STATUS                                00013570
              PERFORM 1050-VALIDAR-DEPOSITO                             00013580
              PERFORM 1100-GRAVAR-HEADER                                00013590
            END-IF.                                                     00013600
            MOVE WRK-PARM-MODO TO WRK-CAB-MODO.                         00013610
            IF WRK-CAB-MODO EQUAL SPACES                                00013620
              MOVE '1' TO WRK-CAB-MODO                                  00013630
            END-IF.                                                     00013640
            MOVE WRK-DATA-PROC TO WRK-CAB-DATA.                         00013650
            WRITE FD-RELTJ FROM WRK-CABECALHO-TJ.                       00013660
            MOVE SPACES TO FD-RELTJ.                                    00013670
            WRITE FD-RELTJ.                                             00013680
            WRITE FD-RELTJ FROM WRK-TITULO-TJ.                          00013690
            PERFORM 5300-LER-BLQVSAM.                                   00013700
      *--------------------------------------------------------------   00013710
       1000-99-FIM.                              EXIT.                  00013720
      *--------------------------------------------------------------   00013730
      ***************************************************************   00013740
      *   V A L I D A R   C O N T A   D E   D E P O S I T O         *   00013750
      ***************************************************************   00013760
      * SEM CONTA DE DEPOSITO VALIDA NO CARTAO NAO HA PARA ONDE     *   00013770
      * TRANSFERIR: O STEP PARA ANTES DE GRAVAR O JUDMOV.           *   00013780
      *--------------------------------------------------------------   00013790
       1050-VALIDAR-DEPOSITO                     SECTION.               00013800
      *--------------------------------------------------------------   00013810
            MOVE WRK-PARM-AG-DEP TO REG-CLIENTES-AGENCIA.               00013820
            MOVE WRK-PARM-CT-DEP TO REG-CLIENTES-CONTA.                 00013830
            READ CLIEVSAM                                               00013840
              INVALID KEY                                               00013850
                MOVE 'FR16BJ03'            TO WRK-PROGRAMA              00013860
                MOVE '1050'                TO WRK-SECAO                 00013870
                MOVE 'CONTA DE DEPOSITO JUDICIAL INEXISTENTE'           00013880
                                           TO WRK-MENSAGEM              00013890
                MOVE WRK-FS-CLIEVSAM       TO WRK-STATUS                00013900
                PERFORM 6000-TRATA-ERROS                                00013910
            END-READ.                                                   00013920
      *--------------------------------------------------------------   00013930
       1050-99-FIM.                              EXIT.                  00013940
      *--------------------------------------------------------------   00013950
      *--------------------------------------------------------------   00013960
       1100-GRAVAR-HEADER                        SECTION.               00013970
      *--------------------------------------------------------------   00013980
            MOVE SPACES        TO FD-JUDMOV.                            00013990
            MOVE 'HDR'         TO REG-CTL-TIPO.                         00014000
            MOVE WRK-ORIGEM    TO REG-CTL-ORIGEM.                       00014010
            MOVE WRK-DATA-PROC TO REG-CTL-DATA-ARQ.                     00014020
            MOVE ZEROS         TO REG-CTL-QTDE REG-CTL-VALOR.           00014030
            WRITE REG-CONTROLE.                                         00014040
      *--------------------------------------------------------------   00014050
       1100-99-FIM.                              EXIT.                  00014060
      *--------------------------------------------------------------   00014070
      ***************************************************************   00014080
      *         I N I C I A R   A   B A I X A                       *   00014090
      ***************************************************************   00014100
      * A DATA DA NOITE VEM DO HEADER DO JUDMOV GERADO; O BLOCO SO  *   00014110
      * FOI POSTADO SE ORIGEM+DATA CONSTAM DA LISTA DE HEADERS      *   00014120
      * ACEITOS (HDRCTL). BLOCO RECUSADO PELO FR16MV01 NAO BAIXA    *   00014130
      * NADA: AS ORDENS CONTINUAM EM T E SAEM DE NOVO NA GERACAO DA *   00014140
      * PROXIMA NOITE.                                              *   00014150
      *--------------------------------------------------------------   00014160
       1200-INICIAR-BAIXA                        SECTION.               00014170
      *--------------------------------------------------------------   00014180
            OPEN INPUT  JUDMOV HDRCTL MOV0106R MOV0106E MOVREJ          00014190
                 I-O    BLQVSAM                                         00014200
                 OUTPUT RELTJ.                                          00014210
            MOVE ZEROS TO WRK-FS-CLIEVSAM.                              00014220
            PERFORM 5100-TESTAR-STATUS.                                 00014230
            READ JUDMOV                                                 00014240
              AT END MOVE 10 TO WRK-FS-JUDMOV                           00014250
            END-READ.                                                   00014260
            IF WRK-FS-JUDMOV EQUAL 10 OR                                00014270
               NOT REG-CTL-HEADER     OR                                00014280
               REG-CTL-ORIGEM NOT EQUAL WRK-ORIGEM                      00014290
              MOVE 'FR16BJ03'            TO WRK-PROGRAMA                00014300
              MOVE '1200'                TO WRK-SECAO                   00014310
              MOVE 'JUDMOV SEM HEADER DO FR16BJ03' TO WRK-MENSAGEM      00014320
              MOVE WRK-FS-JUDMOV         TO WRK-STATUS                  00014330
              PERFORM 6000-TRATA-ERROS                                  00014340
            END-IF.                                                     00014350
            MOVE REG-CTL-DATA-ARQ TO WRK-DATA-PROC.                     00014360
            PERFORM 1250-LER-HDRCTL UNTIL WRK-FS-HDRCTL EQUAL 10.       00014370
            IF WRK-BLOCO-NAO-POSTADO                                    00014380
              DISPLAY 'BLOCO ' WRK-ORIGEM ' ' WRK-DATA-PROC             00014390
                      ' NAO CONSTA DO HDRCTL - NADA A BAIXAR'           00014400
            END-IF.                                                     00014410
            PERFORM 1300-CARREGAR-R UNTIL WRK-FS-MOV0106R EQUAL 10.     00014420
            PERFORM 1400-CARREGAR-E UNTIL WRK-FS-MOV0106E EQUAL 10.     00014430
            PERFORM 1500-CARREGAR-REJ UNTIL WRK-FS-MOVREJ EQUAL 10.     00014440
            PERFORM 5400-LER-JUDMOV.                                    00014450
      *--------------------------------------------------------------   00014460
       1200-99-FIM.                              EXIT.                  00014470
      *--------------------------------------------------------------   00014480
      *--------------------------------------------------------------   00014490
       1250-LER-HDRCTL                           SECTION.               00014500
      *--------------------------------------------------------------   00014510
            READ HDRCTL                                                 00014520
              AT END MOVE 10 TO WRK-FS-HDRCTL                           00014530
            END-READ.                                                   00014540
            IF WRK-FS-HDRCTL NOT EQUAL 10 AND                           00014550
               FD-HDC-ORIGEM   EQUAL WRK-ORIGEM AND                     00014560
               FD-HDC-DATA-ARQ EQUAL WRK-DATA-PROC                      00014570
              MOVE 'S' TO WRK-SW-BLOCO                                  00014580
            END-IF.                                                     00014590
      *--------------------------------------------------------------   00014600
       1250-99-FIM.                              EXIT.                  00014610
      *--------------------------------------------------------------   00014620
      ***************************************************************   00014630
      *   C A R R E G A R   A S   P E R N A S   Q U E   V O L T A M *   00014640
      ***************************************************************   00014650
      * SO ENTRAM NA TABELA OS LANCAMENTOS COM OS HISTORICOS DA     *   00014660
      * TRANSFERENCIA JUDICIAL E O PREFIXO DO TEXTO #BLQTXT. A      *   00014670
      * CHAVE E A DA ORDEM GRAVADA NO TEXTO (O CREDITO E NA CONTA   *   00014680
      * DE DEPOSITO, NAO NA CONTA DA ORDEM).                        *   00014690
      *--------------------------------------------------------------   00014700
       1300-CARREGAR-R                           SECTION.               00014710
      *--------------------------------------------------------------   00014720
            READ MOV0106R                                               00014730
              AT END MOVE 10 TO WRK-FS-MOV0106R                         00014740
            END-READ.                                                   00014750
            IF WRK-FS-MOV0106R NOT EQUAL 10 AND                         00014760
               (FD-MOV0106R-HISTORICO EQUAL WRK-HIS-TRF-JUDICIAL OR     00014770
                FD-MOV0106R-HISTORICO EQUAL WRK-HIS-DEP-JUDICIAL)       00014780
              MOVE FD-MOV0106R-MOVIMENTO TO REG-BLQTXT                  00014790
              IF REG-BLQTXT-JUDICIAL                                    00014800
                MOVE 'C' TO WRK-TIPO-FALHA                              00014810
                IF FD-MOV0106R-HISTORICO EQUAL WRK-HIS-TRF-JUDICIAL     00014820
                  MOVE 'D' TO WRK-TIPO-FALHA                            00014830
                END-IF                                                  00014840
                MOVE FD-MOV0106R-MOTIVO  TO WRK-MOTIVO                  00014850
                PERFORM 1600-GUARDAR-FALHA                              00014860
              END-IF                                                    00014870
            END-IF.                                                     00014880
      *--------------------------------------------------------------   00014890
       1300-99-FIM.                              EXIT.                  00014900
      *--------------------------------------------------------------   00014910
      *--------------------------------------------------------------   00014920
       1400-CARREGAR-E                           SECTION.               00014930
      *--------------------------------------------------------------   00014940
            READ MOV0106E                                               00014950
              AT END MOVE 10 TO WRK-FS-MOV0106E                         00014960
            END-READ.                                                   00014970
            IF WRK-FS-MOV0106E NOT EQUAL 10 AND                         00014980
               (FD-MOV0106E-HISTORICO EQUAL WRK-HIS-TRF-JUDICIAL OR     00014990
                FD-MOV0106E-HISTORICO EQUAL WRK-HIS-DEP-JUDICIAL)       00015000
              MOVE FD-MOV0106E-MOVIMENTO TO REG-BLQTXT                  00015010
              IF REG-BLQTXT-JUDICIAL                                    00015020
                MOVE 'C' TO WRK-TIPO-FALHA                              00015030
                IF FD-MOV0106E-HISTORICO EQUAL WRK-HIS-TRF-JUDICIAL     00015040
                  MOVE 'D' TO WRK-TIPO-FALHA                            00015050
                END-IF                                                  00015060
                MOVE FD-MOV0106E-MOTIVO  TO WRK-MOTIVO                  00015070
                PERFORM 1600-GUARDAR-FALHA                              00015080
              END-IF                                                    00015090
            END-IF.                                                     00015100
      *--------------------------------------------------------------   00015110
       1400-99-FIM.                              EXIT.                  00015120
      *--------------------------------------------------------------   00015130
      *--------------------------------------------------------------   00015140
       1500-CARREGAR-REJ                         SECTION.               00015150
      *--------------------------------------------------------------   00015160
            READ MOVREJ                                                 00015170
              AT END MOVE 10 TO WRK-FS-MOVREJ                           00015180
            END-READ.                                                   00015190
            IF WRK-FS-MOVREJ NOT EQUAL 10 AND                           00015200
               (FD-MOVREJ-HISTORICO EQUAL WRK-HIS-TRF-JUDICIAL OR       00015210
                FD-MOVREJ-HISTORICO EQUAL WRK-HIS-DEP-JUDICIAL)         00015220
              MOVE FD-MOVREJ-MOVIMENTO TO REG-BLQTXT                    00015230
              IF REG-BLQTXT-JUDICIAL                                    00015240
                MOVE 'C' TO WRK-TIPO-FALHA                              00015250
                IF FD-MOVREJ-HISTORICO EQUAL WRK-HIS-TRF-JUDICIAL       00015260
                  MOVE 'D' TO WRK-TIPO-FALHA                            00015270
                END-IF                                                  00015280
                MOVE FD-MOVREJ-MOTIVO  TO WRK-MOTIVO                    00015290
                PERFORM 1600-GUARDAR-FALHA                              00015300
              END-IF                                                    00015310
            END-IF.                                                     00015320
      *--------------------------------------------------------------   00015330
       1500-99-FIM.                              EXIT.                  00015340
      *--------------------------------------------------------------   00015350
      *--------------------------------------------------------------   00015360
       1600-GUARDAR-FALHA                        SECTION.               00015370
      *--------------------------------------------------------------   00015380
            IF WRK-FAL-QTDE EQUAL WRK-FAL-MAX                           00015390
              MOVE 'FR16BJ03'            TO WRK-PROGRAMA                00015400
              MOVE '1600'                TO WRK-SECAO                   00015410
              MOVE 'TABELA DE FALHAS EXCEDE O LIMITE' TO WRK-MENSAGEM   00015420
              MOVE ZEROS                 TO WRK-STATUS                  00015430
              PERFORM 6000-TRATA-ERROS                                  00015440
            END-IF.                                                     00015450
            MOVE REG-BLQTXT-AGENCIA TO WRK-CMV-AGENCIA.                 00015460
            MOVE REG-BLQTXT-CONTA   TO WRK-CMV-CONTA.                   00015470
            MOVE REG-BLQTXT-NUMERO  TO WRK-CMV-NUMERO.                  00015480
            ADD 1 TO WRK-FAL-QTDE.                                      00015490
            SET FAL-IDX TO WRK-FAL-QTDE.                                00015500
            MOVE WRK-CHAVE-MOV      TO WRK-TFA-CHAVE (FAL-IDX).         00015510
            MOVE WRK-TIPO-FALHA     TO WRK-TFA-TIPO (FAL-IDX).          00015520
            MOVE WRK-MOTIVO         TO WRK-TFA-MOTIVO (FAL-IDX).        00015530
      *--------------------------------------------------------------   00015540
       1600-99-FIM.                              EXIT.                  00015550
      *--------------------------------------------------------------   00015560
      ***************************************************************   00015570
      *               G E R A R   ( M O D O   1 )                   *   00015580
      ***************************************************************   00015590
      * SO A ORDEM COM TRANSFERENCIA ORDENADA ATE A DATA DA NOITE.  *   00015600
      * A QUE FALHOU FICA RETIDA ATE O JUDICIARIO REENVIAR O T, E   *   00015610
      * A QUE NAO TEM NADA BLOQUEADO NAO GERA LANCAMENTO.           *   00015620
      *--------------------------------------------------------------   00015630
       2000-GERAR                                SECTION.               00015640
      *--------------------------------------------------------------   00015650
            IF REG-BLQ-TRANSF-ORDENADA AND                              00015660
               REG-BLQ-DATA-ORDEM-TRF NOT GREATER WRK-DATA-PROC         00015670
              EVALUATE TRUE                                             00015680
               WHEN REG-BLQ-TRF-FALHOU                                  00015690
                 MOVE 'RETIDA'               TO WRK-TJ-SITUACAO         00015700
                 MOVE REG-BLQ-MOTIVO-FALHA   TO WRK-TJ-MOTIVO           00015710
                 MOVE REG-BLQ-VALOR-BLOQUEADO TO WRK-VALOR-LINHA        00015720
                 PERFORM 2900-GRAVAR-LINHA                              00015730
                 ADD 1 TO WRK-RETIDAS                                   00015740
               WHEN REG-BLQ-VALOR-BLOQUEADO EQUAL ZEROS                 00015750
                 MOVE 'RETIDA'               TO WRK-TJ-SITUACAO         00015760
                 MOVE 'NADA BLOQUEADO'       TO WRK-TJ-MOTIVO           00015770
                 MOVE ZEROS                  TO WRK-VALOR-LINHA         00015780
                 PERFORM 2900-GRAVAR-LINHA                              00015790
                 ADD 1 TO WRK-RETIDAS                                   00015800
               WHEN OTHER                                               00015810
                 PERFORM 2100-GRAVAR-TRANSFERENCIA                      00015820
              END-EVALUATE                                              00015830
            END-IF.                                                     00015840
            PERFORM 5300-LER-BLQVSAM.                                   00015850
      *--------------------------------------------------------------   00015860
       2000-99-FIM.                              EXIT.                  00015870
      *--------------------------------------------------------------   00015880
      ***************************************************************   00015890
      *     G R A V A R   A S   D U A S   P E R N A S               *   00015900
      ***************************************************************   00015910
      * DEBITO NA CONTA DA ORDEM SEGUIDO DO CREDITO NA CONTA DE     *   00015920
      * DEPOSITO, OS DOIS COM O MESMO TEXTO: A BAIXA LE SO OS       *   00015930
      * DEBITOS, QUE SAEM NA ORDEM DA CHAVE DO CLUSTER.             *   00015940
      *--------------------------------------------------------------   00015950
       2100-GRAVAR-TRANSFERENCIA                 SECTION.               00015960
      *--------------------------------------------------------------   00015970
            MOVE SPACES                  TO REG-BLQTXT.                 00015980
            MOVE 'BJD '                  TO REG-BLQTXT-PREFIXO.         00015990
            MOVE REG-BLQ-NUMERO          TO REG-BLQTXT-NUMERO.          00016000
            MOVE REG-BLQ-AGENCIA         TO REG-BLQTXT-AGENCIA.         00016010
            MOVE REG-BLQ-CONTA           TO REG-BLQTXT-CONTA.           00016020
            MOVE REG-BLQ-AGENCIA         TO FD-JUDMOV-AGENCIA.          00016030
            MOVE REG-BLQ-CONTA           TO FD-JUDMOV-CONTA.            00016040
            MOVE REG-BLQTXT              TO FD-JUDMOV-MOVIMENTO.        00016050
            MOVE REG-BLQ-VALOR-BLOQUEADO TO FD-JUDMOV-VALORMOV.         00016060
            MOVE 'D'                     TO FD-JUDMOV-TIPOMOV.          00016070
            MOVE WRK-HIS-TRF-JUDICIAL    TO FD-JUDMOV-HISTORICO.        00016080
            WRITE FD-JUDMOV.                                            00016090
            MOVE WRK-PARM-AG-DEP         TO FD-JUDMOV-AGENCIA.          00016100
            MOVE WRK-PARM-CT-DEP         TO FD-JUDMOV-CONTA.            00016110
            MOVE REG-BLQTXT              TO FD-JUDMOV-MOVIMENTO.        00016120
            MOVE REG-BLQ-VALOR-BLOQUEADO TO FD-JUDMOV-VALORMOV.         00016130
            MOVE 'C'                     TO FD-JUDMOV-TIPOMOV.          00016140
            MOVE WRK-HIS-DEP-JUDICIAL    TO FD-JUDMOV-HISTORICO.        00016150
            WRITE FD-JUDMOV.                                            00016160
            ADD 1                        TO WRK-GERADAS.                00016170
            ADD 2                        TO WRK-MOV-GERADOS.            00016180
            ADD REG-BLQ-VALOR-BLOQUEADO  TO WRK-VALOR-GERADO.           00016190
      *     O TRAILER SOMA AS DUAS PERNAS, COMO NOS BLOCOS DAS AGENCIAS.00016200
            ADD REG-BLQ-VALOR-BLOQUEADO  TO WRK-VALOR-BLOCO.            00016210
            ADD REG-BLQ-VALOR-BLOQUEADO  TO WRK-VALOR-BLOCO.            00016220
            MOVE 'GERADA'                TO WRK-TJ-SITUACAO.            00016230
            MOVE SPACES                  TO WRK-TJ-MOTIVO.              00016240
            MOVE REG-BLQ-VALOR-BLOQUEADO TO WRK-VALOR-LINHA.            00016250
            PERFORM 2900-GRAVAR-LINHA.                                  00016260
      *--------------------------------------------------------------   00016270
       2100-99-FIM.                              EXIT.                  00016280
      *--------------------------------------------------------------   00016290
      ***************************************************************   00016300
      *               B A I X A R   ( M O D O   2 )                 *   00016310
      ***************************************************************   00016320
      * BALANCE LINE BLQVSAM X DEBITOS DO JUDMOV, OS DOIS NA ORDEM  *   00016330
      * DA CHAVE (O JUDMOV FOI GRAVADO PELO BROWSE DO PROPRIO       *   00016340
      * CLUSTER).                                                   *   00016350
      *--------------------------------------------------------------   00016360
       2500-BAIXAR                               SECTION.               00016370
      *--------------------------------------------------------------   00016380
            PERFORM 5400-LER-JUDMOV                                     00016390
               UNTIL WRK-CHAVE-MOV NOT LESS REG-BLQ-CHAVE.              00016400
            IF WRK-CHAVE-MOV EQUAL REG-BLQ-CHAVE                        00016410
              PERFORM 2550-BAIXAR-TRANSFERENCIA                         00016420
              PERFORM 5400-LER-JUDMOV                                   00016430
            END-IF.                                                     00016440
            PERFORM 5300-LER-BLQVSAM.                                   00016450
      *--------------------------------------------------------------   00016460
       2500-99-FIM.                              EXIT.                  00016470
      *--------------------------------------------------------------   00016480
      ***************************************************************   00016490
      *   B A I X A R   A   T R A N S F E R E N C I A   G E R A D A *   00016500
      ***************************************************************   00016510
      * DATA DA TRANSFERENCIA OU DA FALHA JA IGUAL A DA NOITE =     *   00016520
      * NOITE JA BAIXADA (RERUN DO STEP). ORDEM QUE SAIU DE T NO    *   00016530
      * MEIO DA NOITE (LIBERACAO PELO BLOQJUD) COM O DEBITO JA      *   00016540
      * GERADO E DIVERGENCIA PARA A AREA JURIDICA.                  *   00016550
      *--------------------------------------------------------------   00016560
       2550-BAIXAR-TRANSFERENCIA                 SECTION.               00016570
      *--------------------------------------------------------------   00016580
            MOVE WRK-VALOR-MOV TO WRK-VALOR-LINHA.                      00016590
            EVALUATE TRUE                                               00016600
             WHEN REG-BLQ-DATA-TRANSF EQUAL WRK-DATA-PROC               00016610
               ADD 1 TO WRK-JA-BAIXADOS                                 00016620
             WHEN REG-BLQ-TRF-FALHOU AND                                00016630
                  REG-BLQ-DATA-FALHA EQUAL WRK-DATA-PROC                00016640
               ADD 1 TO WRK-JA-BAIXADOS                                 00016650
             WHEN NOT REG-BLQ-TRANSF-ORDENADA                           00016660
               MOVE 'DIVERGENTE'           TO WRK-TJ-SITUACAO           00016670
               MOVE 'ORDEM SAIU DE T'      TO WRK-TJ-MOTIVO             00016680
               PERFORM 2900-GRAVAR-LINHA                                00016690
               ADD 1 TO WRK-DIVERGENTES                                 00016700
             WHEN OTHER                                                 00016710
               PERFORM 2600-ENCERRAR-ORDEM                              00016720
            END-EVALUATE.                                               00016730
      *--------------------------------------------------------------   00016740
       2550-99-FIM.                              EXIT.                  00016750
      *--------------------------------------------------------------   00016760
      *--------------------------------------------------------------   00016770
       2560-PROCURAR-FALHA                       SECTION.               00016780
      *--------------------------------------------------------------   00016790
            MOVE 'N' TO WRK-SW-FALHA.                                   00016800
            MOVE 1 TO WRK-IND.                                          00016810
            PERFORM 2570-TESTAR-FALHA                                   00016820
               UNTIL WRK-PERNA-FALHOU                                   00016830
                  OR WRK-IND GREATER WRK-FAL-QTDE.                      00016840
      *--------------------------------------------------------------   00016850
       2560-99-FIM.                              EXIT.                  00016860
      *--------------------------------------------------------------   00016870
      *--------------------------------------------------------------   00016880
       2570-TESTAR-FALHA                         SECTION.               00016890
      *--------------------------------------------------------------   00016900
            SET FAL-IDX TO WRK-IND.                                     00016910
            IF WRK-TFA-CHAVE (FAL-IDX) EQUAL WRK-CHAVE-MOV AND          00016920
               WRK-TFA-TIPO (FAL-IDX)  EQUAL WRK-TIPO-FALHA             00016930
              MOVE 'S' TO WRK-SW-FALHA                                  00016940
            ELSE                                                        00016950
              ADD 1 TO WRK-IND                                          00016960
            END-IF.                                                     00016970
      *--------------------------------------------------------------   00016980
       2570-99-FIM.                              EXIT.                  00016990
      *--------------------------------------------------------------   00017000
      ***************************************************************   00017010
      *         E N C E R R A R   A   O R D E M                     *   00017020
      ***************************************************************   00017030
      * DEBITO QUE VOLTOU: A ORDEM FICA EM T COM A FALHA E CONTINUA *   00017040
      * RETENDO O VALOR. DEBITO POSTADO: O VALOR SAI DO BLOQUEADO   *   00017050
      * PARA O TRANSFERIDO E A ORDEM SE ENCERRA (A FALTA QUE NAO    *   00017060
      * FOI BLOQUEADA FICA SO NO HISTORICO DA ORDEM); SE O          *   00017070
      * CREDITO NO DEPOSITO VOLTOU, A LINHA AVISA O ACERTO MANUAL.  *   00017080
      *--------------------------------------------------------------   00017090
       2600-ENCERRAR-ORDEM                       SECTION.               00017100
      *--------------------------------------------------------------   00017110
            MOVE 'D' TO WRK-TIPO-FALHA.                                 00017120
            PERFORM 2560-PROCURAR-FALHA.                                00017130
            IF WRK-PERNA-FALHOU                                         00017140
              MOVE 'F'           TO REG-BLQ-TRF-RESULTADO               00017150
              MOVE WRK-DATA-PROC TO REG-BLQ-DATA-FALHA                  00017160
              MOVE WRK-TFA-MOTIVO (FAL-IDX)                             00017170
                                 TO REG-BLQ-MOTIVO-FALHA                00017180
                                    WRK-TJ-MOTIVO                       00017190
              MOVE 'FALHOU'      TO WRK-TJ-SITUACAO                     00017200
              ADD 1              TO WRK-FALHAS                          00017210
            ELSE                                                        00017220
              MOVE 'P'           TO REG-BLQ-TRF-RESULTADO               00017230
              MOVE WRK-DATA-PROC TO REG-BLQ-DATA-TRANSF                 00017240
              ADD WRK-VALOR-MOV  TO REG-BLQ-VALOR-TRANSFERIDO           00017250
              IF WRK-VALOR-MOV NOT LESS REG-BLQ-VALOR-BLOQUEADO         00017260
                MOVE ZEROS       TO REG-BLQ-VALOR-BLOQUEADO             00017270
                MOVE 'E'         TO REG-BLQ-SITUACAO                    00017280
                MOVE 'TRANSFERIDA' TO WRK-TJ-SITUACAO                   00017290
              ELSE                                                      00017300
                SUBTRACT WRK-VALOR-MOV FROM REG-BLQ-VALOR-BLOQUEADO     00017310
                MOVE 'TRANSF PARCIAL' TO WRK-TJ-SITUACAO                00017320
              END-IF                                                    00017330
              MOVE SPACES        TO WRK-TJ-MOTIVO                       00017340
              ADD 1              TO WRK-TRANSFERIDAS                    00017350
              ADD WRK-VALOR-MOV  TO WRK-VALOR-TRANSF                    00017360
              MOVE 'C' TO WRK-TIPO-FALHA                                00017370
              PERFORM 2560-PROCURAR-FALHA                               00017380
              IF WRK-PERNA-FALHOU                                       00017390
                MOVE 'CREDITO VOLTOU' TO WRK-TJ-SITUACAO                00017400
                MOVE WRK-TFA-MOTIVO (FAL-IDX) TO WRK-TJ-MOTIVO          00017410
                ADD 1            TO WRK-CRED-FALHOS                     00017420
              END-IF                                                    00017430
            END-IF.                                                     00017440
            PERFORM 2800-REGRAVAR-BLOQUEIO.                             00017450
            PERFORM 2900-GRAVAR-LINHA.                                  00017460
      *--------------------------------------------------------------   00017470
       2600-99-FIM.                              EXIT.                  00017480
      *--------------------------------------------------------------   00017490
      ***************************************************************   00017500
      *       R E G R A V A R   B L O Q U E I O                     *   00017510
      ***************************************************************   00017520
      *--------------------------------------------------------------   00017530
       2800-REGRAVAR-BLOQUEIO                    SECTION.               00017540
      *--------------------------------------------------------------   00017550
            MOVE WRK-DATA-PROC TO REG-BLQ-DATA-ALT.                     00017560
            MOVE WRK-ORIGEM    TO REG-BLQ-OPERADOR.                     00017570
            REWRITE REG-BLQ                                             00017580
              INVALID KEY                                               00017590
                MOVE 'FR16BJ03'            TO WRK-PROGRAMA              00017600
                MOVE '2800'                TO WRK-SECAO                 00017610
                MOVE 'ERRO NA REGRAVACAO DO BLQVSAM' TO WRK-MENSAGEM    00017620
                MOVE WRK-FS-BLQVSAM        TO WRK-STATUS                00017630
                PERFORM 6000-TRATA-ERROS                                00017640
            END-REWRITE.                                                00017650
      *--------------------------------------------------------------   00017660
       2800-99-FIM.                              EXIT.                  00017670
      *--------------------------------------------------------------   00017680
      ***************************************************************   00017690
      *       G R A V A R   L I N H A   D O   R E L A T O R I O     *   00017700
      ***************************************************************   00017710
      *--------------------------------------------------------------   00017720
       2900-GRAVAR-LINHA                         SECTION.               00017730
      *--------------------------------------------------------------   00017740
            MOVE REG-BLQ-AGENCIA TO WRK-TJ-AGENCIA.                     00017750
            MOVE REG-BLQ-CONTA   TO WRK-TJ-CONTA.                       00017760
            MOVE REG-BLQ-NUMERO  TO WRK-TJ-NUMERO.                      00017770
            MOVE WRK-VALOR-LINHA TO WRK-TJ-VALOR.                       00017780
            WRITE FD-RELTJ FROM WRK-DETALHE-TJ.                         00017790
      *--------------------------------------------------------------   00017800
       2900-99-FIM.                              EXIT.                  00017810
      *--------------------------------------------------------------   00017820
      ***************************************************************   00017830
      *               F I N A L I Z A R                             *   00017840
      ***************************************************************   00017850
      *--------------------------------------------------------------   00017860
       3000-FINALIZAR                            SECTION.               00017870
      *--------------------------------------------------------------   00017880
            MOVE SPACES TO FD-RELTJ.                                    00017890
            WRITE FD-RELTJ.                                             00017900
            MOVE 'ORDENS LIDAS....................:'                    00017910
                                    TO WRK-TOT-TEXTO                    00017920
            MOVE WRK-ORDENS-LIDAS   TO WRK-TOT-QTDE                     00017930
            WRITE FD-RELTJ FROM WRK-TOTAL-TJ.                           00017940
            IF PARM-MODO-BAIXA                                          00017950
              PERFORM 3200-TOTAIS-BAIXA                                 00017960
              CLOSE HDRCTL MOV0106R MOV0106E MOVREJ                     00017970
            ELSE                                                        00017980
              PERFORM 3100-GRAVAR-TRAILER                               00017990
              MOVE 'TRANSFERENCIAS GERADAS..........:'                  00018000
                                    TO WRK-TOT-TEXTO                    00018010
              MOVE WRK-GERADAS      TO WRK-TOT-QTDE                     00018020
              WRITE FD-RELTJ FROM WRK-TOTAL-TJ                          00018030
              MOVE 'VALOR TOTAL A TRANSFERIR........:'                  00018040
                                    TO WRK-TOT-TEXTO-VALOR              00018050
              MOVE WRK-VALOR-GERADO TO WRK-TOT-VALOR                    00018060
              WRITE FD-RELTJ FROM WRK-TOTAL-VALOR-TJ                    00018070
              DISPLAY 'TRANSFERENCIAS GERADAS        : ' WRK-GERADAS    00018080
              MOVE 'ORDENS RETIDAS (FALHA/SEM VALOR):'                  00018090
                                    TO WRK-TOT-TEXTO                    00018100
              MOVE WRK-RETIDAS      TO WRK-TOT-QTDE                     00018110
              WRITE FD-RELTJ FROM WRK-TOTAL-TJ                          00018120
              DISPLAY 'ORDENS RETIDAS                : ' WRK-RETIDAS    00018130
              CLOSE CLIEVSAM                                            00018140
            END-IF.                                                     00018150
            CLOSE BLQVSAM JUDMOV RELTJ.                                 00018160
            DISPLAY 'ORDENS LIDAS                  : ' WRK-ORDENS-LIDAS.00018170
            DISPLAY '-----FIM DE PROCESSAMENTO----'.                    00018180
      *--------------------------------------------------------------   00018190
       3000-99-FIM.                              EXIT.                  00018200
      *--------------------------------------------------------------   00018210
      *--------------------------------------------------------------   00018220
       3100-GRAVAR-TRAILER                       SECTION.               00018230
      *--------------------------------------------------------------   00018240
            MOVE SPACES           TO FD-JUDMOV.                         00018250
            MOVE 'TRL'            TO REG-CTL-TIPO.                      00018260
            MOVE WRK-ORIGEM       TO REG-CTL-ORIGEM.                    00018270
            MOVE WRK-DATA-PROC    TO REG-CTL-DATA-ARQ.                  00018280
            MOVE WRK-MOV-GERADOS  TO REG-CTL-QTDE.                      00018290
            MOVE WRK-VALOR-BLOCO  TO REG-CTL-VALOR.                     00018300
            WRITE REG-CONTROLE.                                         00018310
      *--------------------------------------------------------------   00018320
       3100-99-FIM.                              EXIT.                  00018330
      *--------------------------------------------------------------   00018340
      *--------------------------------------------------------------   00018350
       3200-TOTAIS-BAIXA                         SECTION.               00018360
      *--------------------------------------------------------------   00018370
            MOVE 'TRANSFERENCIAS POSTADAS.........:'                    00018380
                                    TO WRK-TOT-TEXTO                    00018390
            MOVE WRK-TRANSFERIDAS   TO WRK-TOT-QTDE                     00018400
            WRITE FD-RELTJ FROM WRK-TOTAL-TJ.                           00018410
            MOVE 'VALOR TOTAL TRANSFERIDO.........:'                    00018420
                                    TO WRK-TOT-TEXTO-VALOR              00018430
            MOVE WRK-VALOR-TRANSF   TO WRK-TOT-VALOR                    00018440
            WRITE FD-RELTJ FROM WRK-TOTAL-VALOR-TJ.                     00018450
            MOVE 'DEBITOS QUE FALHARAM............:'                    00018460
                                    TO WRK-TOT-TEXTO                    00018470
            MOVE WRK-FALHAS         TO WRK-TOT-QTDE                     00018480
            WRITE FD-RELTJ FROM WRK-TOTAL-TJ.                           00018490
            MOVE 'CREDITOS NO DEPOSITO QUE VOLTARAM:'                   00018500
                                    TO WRK-TOT-TEXTO                    00018510
            MOVE WRK-CRED-FALHOS    TO WRK-TOT-QTDE                     00018520
            WRITE FD-RELTJ FROM WRK-TOTAL-TJ.                           00018530
            MOVE 'ORDENS DIVERGENTES..............:'                    00018540
                                    TO WRK-TOT-TEXTO                    00018550
            MOVE WRK-DIVERGENTES    TO WRK-TOT-QTDE                     00018560
            WRITE FD-RELTJ FROM WRK-TOTAL-TJ.                           00018570
            MOVE 'TRANSFERENCIAS JA BAIXADAS......:'                    00018580
                                    TO WRK-TOT-TEXTO                    00018590
            MOVE WRK-JA-BAIXADOS    TO WRK-TOT-QTDE                     00018600
            WRITE FD-RELTJ FROM WRK-TOTAL-TJ.                           00018610
            IF WRK-BLOCO-NAO-POSTADO                                    00018620
              MOVE SPACES TO FD-RELTJ                                   00018630
              MOVE 'BLOCO DA NOITE NAO POSTADO - NADA FOI BAIXADO'      00018640
                          TO FD-RELTJ                                   00018650
              WRITE FD-RELTJ                                            00018660
            END-IF.                                                     00018670
            DISPLAY 'TRANSFERENCIAS POSTADAS       : ' WRK-TRANSFERIDAS.00018680
            DISPLAY 'DEBITOS QUE FALHARAM          : ' WRK-FALHAS.      00018690
            DISPLAY 'CREDITOS QUE VOLTARAM         : ' WRK-CRED-FALHOS. 00018700
            DISPLAY 'ORDENS DIVERGENTES            : ' WRK-DIVERGENTES. 00018710
            DISPLAY 'TRANSFERENCIAS JA BAIXADAS    : ' WRK-JA-BAIXADOS. 00018720
            IF WRK-FALHAS      NOT EQUAL ZEROS OR                       00018730
               WRK-CRED-FALHOS NOT EQUAL ZEROS OR                       00018740
               WRK-DIVERGENTES NOT EQUAL ZEROS OR                       00018750
               WRK-BLOCO-NAO-POSTADO                                    00018760
              MOVE 4 TO RETURN-CODE                                     00018770
            END-IF.                                                     00018780
      *--------------------------------------------------------------   00018790
       3200-99-FIM.                              EXIT.                  00018800
      *--------------------------------------------------------------   00018810
      ***************************************************************   00018820
      *         T E S T A R   S T A T U S                           *   00018830
      ***************************************************************   00018840
      *--------------------------------------------------------------   00018850
       5100-TESTAR-STATUS                        SECTION.               00018860
      *--------------------------------------------------------------   00018870
            EVALUATE TRUE                                               00018880
             WHEN WRK-FS-BLQVSAM NOT EQUAL 0                            00018890
               MOVE 'FR16BJ03'             TO WRK-PROGRAMA              00018900
               MOVE '5100'                 TO WRK-SECAO                 00018910
               MOVE 'ERRO NO OPEN BLQVSAM' TO WRK-MENSAGEM              00018920
               MOVE WRK-FS-BLQVSAM         TO WRK-STATUS                00018930
                 PERFORM 6000-TRATA-ERROS                               00018940
             WHEN WRK-FS-CLIEVSAM NOT EQUAL 0                           00018950
               MOVE 'FR16BJ03'             TO WRK-PROGRAMA              00018960
               MOVE '5100'                 TO WRK-SECAO                 00018970
               MOVE 'ERRO NO OPEN CLIEVSAM' TO WRK-MENSAGEM             00018980
               MOVE WRK-FS-CLIEVSAM        TO WRK-STATUS                00018990
                 PERFORM 6000-TRATA-ERROS                               00019000
             WHEN WRK-FS-JUDMOV NOT EQUAL 0                             00019010
               MOVE 'FR16BJ03'             TO WRK-PROGRAMA              00019020
               MOVE '5100'                 TO WRK-SECAO                 00019030
               MOVE 'ERRO NO OPEN JUDMOV'  TO WRK-MENSAGEM              00019040
               MOVE WRK-FS-JUDMOV          TO WRK-STATUS                00019050
                 PERFORM 6000-TRATA-ERROS                               00019060
             WHEN WRK-FS-HDRCTL NOT EQUAL 0                             00019070
               MOVE 'FR16BJ03'             TO WRK-PROGRAMA              00019080
               MOVE '5100'                 TO WRK-SECAO                 00019090
               MOVE 'ERRO NO OPEN HDRCTL'  TO WRK-MENSAGEM              00019100
               MOVE WRK-FS-HDRCTL          TO WRK-STATUS                00019110
                 PERFORM 6000-TRATA-ERROS                               00019120
             WHEN WRK-FS-MOV0106R NOT EQUAL 0                           00019130
               MOVE 'FR16BJ03'             TO WRK-PROGRAMA              00019140
               MOVE '5100'                 TO WRK-SECAO                 00019150
               MOVE 'ERRO NO OPEN MOV0106R' TO WRK-MENSAGEM             00019160
               MOVE WRK-FS-MOV0106R        TO WRK-STATUS                00019170
                 PERFORM 6000-TRATA-ERROS                               00019180
             WHEN WRK-FS-MOV0106E NOT EQUAL 0                           00019190
               MOVE 'FR16BJ03'             TO WRK-PROGRAMA              00019200
               MOVE '5100'                 TO WRK-SECAO                 00019210
               MOVE 'ERRO NO OPEN MOV0106E' TO WRK-MENSAGEM             00019220
               MOVE WRK-FS-MOV0106E        TO WRK-STATUS                00019230
                 PERFORM 6000-TRATA-ERROS                               00019240
             WHEN WRK-FS-MOVREJ NOT EQUAL 0                             00019250
               MOVE 'FR16BJ03'             TO WRK-PROGRAMA              00019260
               MOVE '5100'                 TO WRK-SECAO                 00019270
               MOVE 'ERRO NO OPEN MOVREJ'  TO WRK-MENSAGEM              00019280
               MOVE WRK-FS-MOVREJ          TO WRK-STATUS                00019290
                 PERFORM 6000-TRATA-ERROS                               00019300
             WHEN WRK-FS-RELTJ NOT EQUAL 0                              00019310
               MOVE 'FR16BJ03'             TO WRK-PROGRAMA              00019320
               MOVE '5100'                 TO WRK-SECAO                 00019330
               MOVE 'ERRO NO OPEN RELTJ'   TO WRK-MENSAGEM              00019340
               MOVE WRK-FS-RELTJ           TO WRK-STATUS                00019350
                 PERFORM 6000-TRATA-ERROS                               00019360
            END-EVALUATE.                                               00019370
      *--------------------------------------------------------------   00019380
       5100-99-FIM.                              EXIT.                  00019390
      *--------------------------------------------------------------   00019400
      ***************************************************************   00019410
      *         L E R   B L Q V S A M                               *   00019420
      ***************************************************************   00019430
      * O REGISTRO DE CARGA INICIAL DO CLUSTER (CHAVE TODA EM '9',  *   00019440
      * GRAVADO PELO DEFONL) NAO E ORDEM E ENCERRA A LEITURA.       *   00019450
      *--------------------------------------------------------------   00019460
       5300-LER-BLQVSAM                          SECTION.               00019470
      *--------------------------------------------------------------   00019480
            READ BLQVSAM NEXT RECORD                                    00019490
              AT END MOVE 'S' TO WRK-SW-FIM-VSAM                        00019500
            END-READ.                                                   00019510
            IF WRK-TEM-VSAM                                             00019520
              IF REG-BLQ-CHAVE EQUAL ALL '9'                            00019530
                MOVE 'S' TO WRK-SW-FIM-VSAM                             00019540
              ELSE                                                      00019550
                ADD 1 TO WRK-ORDENS-LIDAS                               00019560
              END-IF                                                    00019570
            END-IF.                                                     00019580
      *--------------------------------------------------------------   00019590
       5300-99-FIM.                              EXIT.                  00019600
      *--------------------------------------------------------------   00019610
      ***************************************************************   00019620
      *         L E R   J U D M O V   ( M O D O   2 )               *   00019630
      ***************************************************************   00019640
      * SO OS DEBITOS NA CONTA DA ORDEM ENTRAM NO BALANCE LINE; O   *   00019650
      * CREDITO NO DEPOSITO QUE VEM LOGO DEPOIS E PULADO. O TRAILER *   00019660
      * ENCERRA O ARQUIVO (CHAVE EM HIGH-VALUES).                   *   00019670
      *--------------------------------------------------------------   00019680
       5400-LER-JUDMOV                           SECTION.               00019690
      *--------------------------------------------------------------   00019700
            READ JUDMOV                                                 00019710
              AT END MOVE 10 TO WRK-FS-JUDMOV                           00019720
            END-READ.                                                   00019730
            IF WRK-FS-JUDMOV NOT EQUAL 10 AND                           00019740
               NOT REG-CTL-TRAILER        AND                           00019750
               FD-JUDMOV-HISTORICO EQUAL WRK-HIS-DEP-JUDICIAL           00019760
              READ JUDMOV                                               00019770
                AT END MOVE 10 TO WRK-FS-JUDMOV                         00019780
              END-READ                                                  00019790
            END-IF.                                                     00019800
            IF WRK-FS-JUDMOV EQUAL 10 OR REG-CTL-TRAILER                00019810
              MOVE HIGH-VALUES TO WRK-CHAVE-MOV                         00019820
              MOVE ZEROS       TO WRK-VALOR-MOV                         00019830
            ELSE                                                        00019840
              MOVE FD-JUDMOV-MOVIMENTO TO REG-BLQTXT                    00019850
              MOVE FD-JUDMOV-AGENCIA   TO WRK-CMV-AGENCIA               00019860
              MOVE FD-JUDMOV-CONTA     TO WRK-CMV-CONTA                 00019870
              MOVE REG-BLQTXT-NUMERO   TO WRK-CMV-NUMERO                00019880
              MOVE FD-JUDMOV-VALORMOV  TO WRK-VALOR-MOV                 00019890
            END-IF.                                                     00019900
      *--------------------------------------------------------------   00019910
       5400-99-FIM.                              EXIT.                  00019920
      *--------------------------------------------------------------   00019930
      ***************************************************************   00019940
      *          T R A T A   E R R O S                              *   00019950
      ***************************************************************   00019960
      *--------------------------------------------------------------   00019970
       6000-TRATA-ERROS                          SECTION.               00019980
      *--------------------------------------------------------------   00019990
            CALL WRK-ERRORLOG USING WRK-DADOS.                          00020000
            MOVE 8 TO RETURN-CODE.                                      00020010
            GOBACK.                                                     00020020
      *--------------------------------------------------------------   00020030
       6000-99-FIM.                              EXIT.                  00020040
      *--------------------------------------------------------------   00020050
