      *=============================================================*   00010000
       IDENTIFICATION                            DIVISION.              00010010
      *=============================================================*   00010020
                                                                        00010030
       PROGRAM-ID. FR16LG01.                                            00010040
      *=============================================================*   00010050
      *             T R E I N A M E N T O                           *   00010060
      *=============================================================*   00010070
      * PROGRAMA......: FR16LG01.                                   *   00010080
      *-------------------------------------------------------------*   00010090
      * PROGRAMADOR...: LUCIANO GUIMARAES.                          *   00010100
      * DATA..........: 15/10/2026                                  *   00010110
      * EMPRESA.......: FOURSYS                                     *   00010120
      * INSTRUTOR.....: IVAN SANCHES                                *   00010130
      *-------------------------------------------------------------*   00010140
      * OBJETIVO......: RETENCAO DA LGPD (JOB LGPDRET). PERCORRE O  *   00010150
      *                 CADASTRO DE TITULARES (CADVSAM, #CADREG) E, *   00010160
      *                 PARA CADA CADASTRO ENCERRADO (SITUACAO E)   *   00010170
      *                 HA MAIS DE RET-CONTA-ENCERR DIAS:           *   00010180
      *                 - BLOQUEIO JUDICIAL NO LGPDHOLD (#LGHOLD,   *   00010190
      *                   POR CONTA OU POR CPF/CNPJ) OU ORDEM       *   00010200
      *                   JUDICIAL DE VALOR EM VIGOR NA CONTA       *   00950000
      *                   (BLQVSAM, SITUACAO A OU T): FICA RETIDO;  *   00950010
      *                 - DEBITO NO CONTROLE DE COBRANCA (CBRANT,   *   00010210
      *                   GERACAO (0) DO CBRCTL) COM O ENCERRAMENTO *   00010220
      *                   HA MENOS DE RET-COBRANCA DIAS: COBRANCA EM*   00010230
      *                   ABERTO, FICA RETIDO;                      *   00010240
      *                 - DE RESTO, O HISTORICO DE MOVIMENTOS DA    *   00010250
      *                   CONTA SAI DO MOVVSAM (#MOVHREG) E O       *   00010260
      *                   CADASTRO E EXCLUIDO; SE O CBRCTL AINDA    *   00010270
      *                   TRAZ DEBITO DA CONTA (CHAVE E VALOR ENTRAM*   00010280
      *                   NOS TOTAIS DA COBRANCA), O CADASTRO FICA  *   00010290
      *                   ANONIMIZADO (SITUACAO X): DOCUMENTO,      *   00010300
      *                   ENDERECO, TELEFONE E E-MAIL APAGADOS,     *   00010310
      *                   CHAVE MANTIDA.                            *   00010320
      *                 EM SEGUIDA TIRA DO VINCULO FUNCLINK OS      *   00010330
      *                 FUNCIONARIOS CUJO HISTORICO O FR16DB01      *   00010340
      *                 MODO 7 EXCLUIU (LGFUNC, #LGFUNC), GRAVANDO  *   00010350
      *                 O FUNCNOVO. O RELLGPD E A EVIDENCIA: UMA    *   00010360
      *                 LINHA POR CONTA E POR FUNCIONARIO TRATADO,  *   00010370
      *                 COM A ACAO E O MOTIVO, E OS TOTAIS.         *   00010380
      *                 PRAZOS EM DIAS NO PARMRUN (MEMBRO LGPDPARM),*   00010390
      *                 PADRAO DE CINCO ANOS CADA.                  *   00010400
      *-------------------------------------------------------------*   00010410
      *   ARQUIVOS...:                                              *   00010420
      *    DDNAME              I/O                                  *   00010430
      *    PARMRUN              I                                   *   00010440
      *    LGPDHOLD             I  (#LGHOLD)                        *   00010450
      *    BLQVSAM              I  (#BLQREG)                        *   00950020
      *    CADVSAM              I-O (#CADREG)                       *   00010460
      *    CBRANT               I  (GERACAO (0) DO CBRCTL)          *   00010470
      *    MOVVSAM              I-O (#MOVHREG)                      *   00010480
      *    LGFUNC               I  (#LGFUNC)                        *   00010490
      *    FUNCLINK             I                                   *   00010500
      *    FUNCNOVO             O                                   *   00010510
      *    RELLGPD              O                                   *   00010520
      *-------------------------------------------------------------*   00010530
      *   MODULOS....:                             INCLUDE/BOOK     *   00010540
      *   GRAVALOG -   TRATAMENTO DE ERROS            GLOG2         *   00010550
      *=============================================================*   00010560
                                                                        00010570
      *=============================================================*   00010580
       ENVIRONMENT                               DIVISION.              00010590
      *=============================================================*   00010600
      *-------------------------------------------------------------*   00010610
       CONFIGURATION                             SECTION.               00010620
      *-------------------------------------------------------------*   00010630
       SPECIAL-NAMES.                                                   00010640
           DECIMAL-POINT IS COMMA.                                      00010650
                                                                        00010660
       INPUT-OUTPUT                              SECTION.               00010670
       FILE-CONTROL.                                                    00010680
            SELECT PARMRUN   ASSIGN TO PARMRUN                          00010690
                FILE STATUS  IS WRK-FS-PARMRUN.                         00010700
                                                                        00010710
            SELECT LGPDHOLD  ASSIGN TO LGPDHOLD                         00010720
                FILE STATUS  IS WRK-FS-LGPDHOLD.                        00010730
                                                                        00950030
            SELECT BLQVSAM   ASSIGN TO BLQVSAM                          00950040
                ORGANIZATION IS INDEXED                                 00950050
                ACCESS MODE IS DYNAMIC                                  00950060
                RECORD KEY IS REG-BLQ-CHAVE                             00950070
                FILE STATUS  IS WRK-FS-BLQVSAM.                         00950080
                                                                        00010740
            SELECT CADVSAM   ASSIGN TO CADVSAM                          00010750
                ORGANIZATION IS INDEXED                                 00010760
                ACCESS MODE IS SEQUENTIAL                               00010770
                RECORD KEY IS REG-CAD-CHAVE                             00010780
                FILE STATUS  IS WRK-FS-CADVSAM.                         00010790
                                                                        00010800
            SELECT CBRANT    ASSIGN TO CBRANT                           00010810
                FILE STATUS  IS WRK-FS-CBRANT.                          00010820
                                                                        00010830
            SELECT MOVVSAM   ASSIGN TO MOVVSAM                          00010840
                ORGANIZATION IS INDEXED                                 00010850
                ACCESS MODE IS DYNAMIC                                  00010860
                RECORD KEY IS REG-MOVH-CHAVE                            00010870
                FILE STATUS  IS WRK-FS-MOVVSAM.                         00010880
                                                                        00010890
            SELECT LGFUNC    ASSIGN TO LGFUNC                           00010900
                FILE STATUS  IS WRK-FS-LGFUNC.                          00010910
                                                                        00010920
            SELECT FUNCLINK  ASSIGN TO FUNCLINK                         00010930
                FILE STATUS  IS WRK-FS-FUNCLINK.                        00010940
                                                                        00010950
            SELECT FUNCNOVO  ASSIGN TO FUNCNOVO                         00010960
                FILE STATUS  IS WRK-FS-FUNCNOVO.                        00010970
                                                                        00010980
            SELECT RELLGPD   ASSIGN TO RELLGPD                          00010990
                FILE STATUS  IS WRK-FS-RELLGPD.                         00011000
      *=============================================================*   00011010
       DATA                                      DIVISION.              00011020
      *=============================================================*   00011030
       FILE                                      SECTION.               00011040
      *-------------------------------------------------------------*   00011050
                                                                        00011060
       FD PARMRUN                                                       00011070
          RECORDING  MODE IS F.                                         00011080
                                                                        00011090
       01 FD-PARMRUN.                                                   00011100
          05 FD-PRM-CHAVE      PIC X(16).                               00011110
          05 FD-PRM-IGUAL      PIC X(01).                               00011120
          05 FD-PRM-VALOR      PIC 9(08).                               00011130
          05 FILLER            PIC X(55).                               00011140
                                                                        00011150
       FD LGPDHOLD                                                      00011160
          RECORDING  MODE IS F.                                         00011170
                                                                        00011180
       COPY '#LGHOLD'.                                                  00011190
                                                                        00950090
       FD BLQVSAM.                                                      00950100
                                                                        00950110
       COPY '#BLQREG'.                                                  00950120
                                                                        00011200
       FD CADVSAM.                                                      00011210
                                                                        00011220
       COPY '#CADREG'.                                                  00011230
                                                                        00011240
       FD CBRANT                                                        00011250
           RECORDING MODE IS F                                          00011260
           BLOCK CONTAINS 0 RECORDS.                                    00011270
                                                                        00011280
       01 FD-CBRANT.                                                    00011290
          05 FD-CBA-AGENCIA    PIC X(04).                               00011300
          05 FD-CBA-CONTA      PIC X(04).                               00011310
          05 FD-CBA-MOVIMENTO  PIC X(30).                               00011320
          05 FD-CBA-VALORMOV   PIC X(10).                               00011330
                                                                        00011340
       FD MOVVSAM.                                                      00011350
                                                                        00011360
       COPY '#MOVHREG'.                                                 00011370
                                                                        00011380
       FD LGFUNC                                                        00011390
          RECORDING  MODE IS F.                                         00011400
                                                                        00011410
       COPY '#LGFUNC'.                                                  00011420
                                                                        00011430
       FD FUNCLINK                                                      00011440
           RECORDING MODE IS F                                          00011450
           BLOCK CONTAINS 0 RECORDS.                                    00011460
                                                                        00011470
       01 FD-FUNCLINK.                                                  00011480
          05 FD-LINK-ID        PIC 9(05).                               00011490
          05 FD-LINK-AGENCIA   PIC X(04).                               00011500
          05 FD-LINK-CONTA     PIC X(04).                               00011510
                                                                        00011520
       FD FUNCNOVO                                                      00011530
           RECORDING MODE IS F.                                         00011540
                                                                        00011550
       01 FD-FUNCNOVO        PIC X(013).                                00011560
                                                                        00011570
       FD RELLGPD                                                       00011580
          RECORDING  MODE IS F.                                         00011590
                                                                        00011600
       01 FD-RELLGPD         PIC X(080).                                00011610
      *-------------------------------------------------------------*   00011620
       WORKING-STORAGE                           SECTION.               00011630
      *-------------------------------------------------------------*   00011640
                                                                        00011650
      *-------------------------------------------------------------*   00011660
       01 FILLER PIC X(45) VALUE                                        00011670
              '------------------#GLOG----------------------'.          00011680
      *-------------------------------------------------------------*   00011690
                                                                        00011700
       COPY '#GLOG'.                                                    00011710
                                                                        00011720
      *-------------------------------------------------------------*   00011730
       01 FILLER PIC X(45) VALUE                                        00011740
              '-----------DADOS E FILE STATUS---------------'.          00011750
      *-------------------------------------------------------------*   00011760
       77 WRK-FS-PARMRUN    PIC 9(02).                                  00011770
       77 WRK-FS-LGPDHOLD   PIC 9(02).                                  00011780
       77 WRK-FS-BLQVSAM    PIC 9(02).                                  00950130
       77 WRK-FS-CADVSAM    PIC 9(02).                                  00011790
       77 WRK-FS-CBRANT     PIC 9(02).                                  00011800
       77 WRK-FS-MOVVSAM    PIC 9(02).                                  00011810
       77 WRK-FS-LGFUNC     PIC 9(02).                                  00011820
       77 WRK-FS-FUNCLINK   PIC 9(02).                                  00011830
       77 WRK-FS-FUNCNOVO   PIC 9(02).                                  00011840
       77 WRK-FS-RELLGPD    PIC 9(02).                                  00011850
       77 WRK-ERRORLOG      PIC X(08) VALUE 'ERRORLOG'.                 00011860
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.                      00011870
       77 WRK-DIA-INT       PIC 9(07) VALUE ZEROS.                      00011880
       77 WRK-CORTE-CONTA   PIC 9(08) VALUE ZEROS.                      00011890
       77 WRK-CORTE-COBRANCA PIC 9(08) VALUE ZEROS.                     00011900
       77 WRK-DATA-ENCERR   PIC 9(08) VALUE ZEROS.                      00011910
       77 WRK-QTDE-CBR      PIC 9(05) VALUE ZEROS.                      00011920
       77 WRK-QTDE-MOVH     PIC 9(05) VALUE ZEROS.                      00011930
       77 WRK-SW-FIM-CAD    PIC X(01) VALUE 'N'.                        00011940
           88 WRK-FIM-CADVSAM          VALUE 'S'.                       00011950
           88 WRK-TEM-CADVSAM          VALUE 'N'.                       00011960
       77 WRK-SW-FIM-MOVH   PIC X(01) VALUE 'N'.                        00011970
           88 WRK-FIM-MOVH             VALUE 'S'.                       00011980
           88 WRK-TEM-MOVH             VALUE 'N'.                       00011990
       77 WRK-SW-BLOQUEIO   PIC X(01) VALUE 'N'.                        00012000
           88 WRK-CONTA-BLOQUEADA      VALUE 'S'.                       00012010
       77 WRK-SW-FIM-BLQ    PIC X(01) VALUE 'N'.                        00950140
           88 WRK-FIM-BLQ              VALUE 'S'.                       00950150
           88 WRK-TEM-BLQ              VALUE 'N'.                       00950160
       77 WRK-SW-ACHOU-LGF  PIC X(01) VALUE 'N'.                        00012020
           88 WRK-LGF-ACHADO           VALUE 'S'.                       00012030
                                                                        00012040
      * CHAVE DO CBRANT EM CURSO; HIGH-VALUES NO FIM DO ARQUIVO,    *   00012050
      * PARA O CASAMENTO COM O CADVSAM (OS DOIS EM ORDEM DE CHAVE). *   00012060
       01 WRK-CBA-CHAVE.                                                00012070
          05 WRK-CBA-AGENCIA       PIC X(04) VALUE LOW-VALUES.          00012080
          05 WRK-CBA-CONTA         PIC X(04) VALUE LOW-VALUES.          00012090
                                                                        00012100
      *----------------PRAZOS DE RETENCAO (PARMRUN)---------------  *   00012110
      * PALAVRAS-CHAVE DO MEMBRO LGPDPARM, EM DIAS. A PALAVRA       *   00012120
      * AUSENTE FICA COM O PADRAO DE CINCO ANOS. RET-FUNCIONARIO E  *   00012130
      * DO FR16DB01 MODO 7, QUE LE O MESMO MEMBRO.                  *   00012140
       77 WRK-RET-CONTA-ENCERR PIC 9(08) VALUE 1826.                    00012150
       77 WRK-RET-COBRANCA  PIC 9(08) VALUE 1826.                       00012160
                                                                        00012170
      *----------------BLOQUEIOS JUDICIAIS (LGPDHOLD)-------------  *   00012180
       77 WRK-HOLD-QTDE     PIC 9(03) COMP VALUE ZEROS.                 00012190
       77 WRK-HOLD-MAX      PIC 9(03) COMP VALUE 500.                   00012200
       77 WRK-HOLD-IND      PIC 9(03) COMP VALUE ZEROS.                 00012210
       01 WRK-TABELA-BLOQUEIOS.                                         00012220
          05 WRK-TAB-BLOQUEIO OCCURS 500 TIMES INDEXED BY HLD-IDX.      00012230
             10 WRK-TBL-TIPO       PIC X(01).                           00012240
             10 WRK-TBL-CHAVE      PIC X(14).                           00012250
             10 WRK-TBL-CHAVE-CONTA REDEFINES WRK-TBL-CHAVE.            00012260
                15 WRK-TBL-CONTA   PIC X(08).                           00012270
                15 FILLER          PIC X(06).                           00012280
             10 WRK-TBL-DOCUMENTO REDEFINES WRK-TBL-CHAVE               00012290
                                   PIC 9(14).                           00012300
                                                                        00012310
      *----------------DESLIGADOS TRATADOS NO FR16DB01 (LGFUNC)---  *   00012320
       77 WRK-LGF-QTDE      PIC 9(04) COMP VALUE ZEROS.                 00012330
       77 WRK-LGF-MAX       PIC 9(04) COMP VALUE 2000.                  00012340
       77 WRK-LGF-IND       PIC 9(04) COMP VALUE ZEROS.                 00012350
       01 WRK-TABELA-LGFUNC.                                            00012360
          05 WRK-TAB-LGFUNC OCCURS 2000 TIMES INDEXED BY LGF-IDX.       00012370
             10 WRK-TLG-ID         PIC 9(05).                           00012380
             10 WRK-TLG-DATA       PIC X(10).                           00012390
             10 WRK-TLG-LINHAS     PIC 9(05).                           00012400
             10 WRK-TLG-SITUACAO   PIC X(01).                           00012410
             10 WRK-TLG-VINCULOS   PIC 9(03).                           00012420
                                                                        00012430
      *----------------TOTAIS DA RODADA---------------------------  *   00012440
       77 WRK-CAD-LIDOS     PIC 9(09) VALUE ZEROS.                      00012450
       77 WRK-ENCERRADOS    PIC 9(09) VALUE ZEROS.                      00012460
       77 WRK-NO-PRAZO      PIC 9(09) VALUE ZEROS.                      00012470
       77 WRK-VENCIDOS      PIC 9(09) VALUE ZEROS.                      00012480
       77 WRK-EXCLUIDOS     PIC 9(09) VALUE ZEROS.                      00012490
       77 WRK-ANONIMIZADOS  PIC 9(09) VALUE ZEROS.                      00012500
       77 WRK-RETIDOS-BLOQ  PIC 9(09) VALUE ZEROS.                      00012510
       77 WRK-RETIDOS-CBR   PIC 9(09) VALUE ZEROS.                      00012520
       77 WRK-ANON-ANTERIOR PIC 9(09) VALUE ZEROS.                      00012530
       77 WRK-MOVH-EXCLUIDOS PIC 9(09) VALUE ZEROS.                     00012540
       77 WRK-FUNC-EXCLUIDOS PIC 9(09) VALUE ZEROS.                     00012550
       77 WRK-FUNC-RETIDOS  PIC 9(09) VALUE ZEROS.                      00012560
       77 WRK-HIST-EXCLUIDO PIC 9(09) VALUE ZEROS.                      00012570
       77 WRK-VINC-LIDOS    PIC 9(09) VALUE ZEROS.                      00012580
       77 WRK-VINC-REMOVIDOS PIC 9(09) VALUE ZEROS.                     00012590
       77 WRK-VINC-GRAVADOS PIC 9(09) VALUE ZEROS.                      00012600
                                                                        00012610
      *-------------------------------------------------------------*   00012620
       01 FILLER PIC X(45) VALUE                                        00012630
              '-----------LAYOUTS DE IMPRESSAO--------------'.          00012640
      *-------------------------------------------------------------*   00012650
       01 WRK-CABECALHO-LG.                                             00012660
          05 FILLER               PIC X(46) VALUE                       00012670
                    'RETENCAO LGPD - EVIDENCIAS - FR16LG01'.            00012680
          05 FILLER               PIC X(12) VALUE ' - DATA     '.       00012690
          05 WRK-CAB-DATA         PIC 9(08).                            00012700
                                                                        00012710
       01 WRK-PRAZO-LG.                                                 00012720
          05 FILLER               PIC X(03) VALUE SPACES.               00012730
          05 WRK-PRZ-TEXTO        PIC X(32).                            00012740
          05 WRK-PRZ-DIAS         PIC Z.ZZZ.ZZ9.                        00012750
          05 FILLER               PIC X(15) VALUE                       00012760
                    ' DIAS - CORTE: '.                                  00012770
          05 WRK-PRZ-CORTE        PIC 9(08).                            00012780
                                                                        00012790
       01 WRK-TITULO-LG.                                                00012800
          05 WRK-TIT-TEXTO        PIC X(74).                            00012810
                                                                        00012820
       01 WRK-DETALHE-LG.                                               00012830
          05 WRK-DET-CHAVE        PIC X(09).                            00012840
          05 FILLER               PIC X(02) VALUE SPACES.               00012850
          05 WRK-DET-DATA         PIC X(10).                            00012860
          05 FILLER               PIC X(02) VALUE SPACES.               00012870
          05 WRK-DET-ACAO         PIC X(12).                            00012880
          05 FILLER               PIC X(01) VALUE SPACES.               00012890
          05 WRK-DET-QTDE1        PIC ZZZZ9.                            00012900
          05 FILLER               PIC X(02) VALUE SPACES.               00012910
          05 WRK-DET-QTDE2        PIC ZZZZ9.                            00012920
          05 FILLER               PIC X(02) VALUE SPACES.               00012930
          05 WRK-DET-MOTIVO       PIC X(24).                            00012940
                                                                        00012950
       01 WRK-TOTAL-LG.                                                 00012960
          05 WRK-TOT-TEXTO        PIC X(34).                            00012970
          05 WRK-TOT-QTDE         PIC ZZZ.ZZZ.ZZ9.                      00012980
                                                                        00012990
      *=============================================================*   00013000
       PROCEDURE                                 DIVISION.              00013010
      *=============================================================*   00013020
      ***************************************************************   00013030
      *          R O T I N A   P R I N C I P A L                    *   00013040
      ***************************************************************   00013050
      *--------------------------------------------------------------   00013060
       0000-PRINCIPAL                            SECTION.               00013070
      *--------------------------------------------------------------   00013080
             PERFORM 1000-INICIALIZAR.                                  00013090
             PERFORM 2000-PROCESSAR UNTIL WRK-FIM-CADVSAM.              00013100
             PERFORM 3000-FINALIZAR.                                    00013110
             STOP RUN.                                                  00013120
      *--------------------------------------------------------------   00013130
       0000-99-FIM.                              EXIT.                  00013140
      *--------------------------------------------------------------   00013150
      ***************************************************************   00013160
      *             I N I C I A L I Z A R                           *   00013170
      ***************************************************************   00013180
      * AS DATAS DE CORTE SAO A DATA DO DIA MENOS CADA PRAZO: O     *   00013190
      * CADASTRO ENCERRADO ANTES DO CORTE ESTA COM O PRAZO VENCIDO. *   00013200
      *--------------------------------------------------------------   00013210
       1000-INICIALIZAR                          SECTION.               00013220
      *--------------------------------------------------------------   00013230
             PERFORM 1050-LER-PARAMETROS.                               00013240
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                   00013250
             COMPUTE WRK-DIA-INT =                                      00013260
                     FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE)           00013270
                   - WRK-RET-CONTA-ENCERR.                              00013280
             COMPUTE WRK-CORTE-CONTA =                                  00013290
                     FUNCTION DATE-OF-INTEGER (WRK-DIA-INT).            00013300
             COMPUTE WRK-DIA-INT =                                      00013310
                     FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE)           00013320
                   - WRK-RET-COBRANCA.                                  00013330
             COMPUTE WRK-CORTE-COBRANCA =                               00013340
                     FUNCTION DATE-OF-INTEGER (WRK-DIA-INT).            00013350
             OPEN INPUT  LGPDHOLD CBRANT LGFUNC FUNCLINK BLQVSAM        00013360
                  I-O    CADVSAM MOVVSAM                                00013370
                  OUTPUT FUNCNOVO RELLGPD.                              00013380
             PERFORM 5100-TESTAR-STATUS.                                00013390
             PERFORM 1100-CARREGAR-BLOQUEIOS.                           00013400
             PERFORM 1200-CARREGAR-LGFUNC.                              00013410
             PERFORM 1300-IMPRIMIR-CABECALHO.                           00013420
             PERFORM 5300-LER-CBRANT.                                   00013430
             PERFORM 5200-LER-CADVSAM.                                  00013440
      *--------------------------------------------------------------   00013450
       1000-99-FIM.                              EXIT.                  00013460
      *--------------------------------------------------------------   00013470
      ***************************************************************   00013480
      *       L E R   P A R A M E T R O S   (PARMRUN)               *   00013490
      ***************************************************************   00013500
      * MESMO CARTAO DO FR16AU01: PALAVRA-CHAVE NAS COLUNAS 1-16,   *   00013510
      * SINAL = NA 17 E VALOR DE 8 DIGITOS NAS 18-25. LINHA COM *   *   00013520
      * NA COLUNA 1 E COMENTARIO. OS VALORES EFETIVOS SAO ECOADOS   *   00013530
      * NO SYSOUT E NO CABECALHO DO RELLGPD.                        *   00013540
      *-------------------------------------------------------------*   00013550
       1050-LER-PARAMETROS                       SECTION.               00013560
      *-------------------------------------------------------------*   00013570
            OPEN INPUT PARMRUN.                                         00013580
            IF WRK-FS-PARMRUN NOT EQUAL 0                               00013590
               MOVE 'FR16LG01'             TO WRK-PROGRAMA              00013600
               MOVE '1050'                 TO WRK-SECAO                 00013610
               MOVE 'ERRO NO OPEN PARMRUN' TO WRK-MENSAGEM              00013620
               MOVE WRK-FS-PARMRUN         TO WRK-STATUS                00013630
               PERFORM 6000-TRATA-ERROS                                 00013640
            END-IF.                                                     00013650
            READ PARMRUN                                                00013660
              AT END MOVE 10 TO WRK-FS-PARMRUN                          00013670
            END-READ.                                                   00013680
            PERFORM 1060-TRATAR-PARAMETRO THRU 1060-99-FIM              00013690
               UNTIL WRK-FS-PARMRUN EQUAL 10.                           00013700
            CLOSE PARMRUN.                                              00013710
            DISPLAY 'PRAZOS EFETIVOS DA RETENCAO (DIAS):'.              00013720
            DISPLAY '  RET-CONTA-ENCERR: ' WRK-RET-CONTA-ENCERR.        00013730
            DISPLAY '  RET-COBRANCA....: ' WRK-RET-COBRANCA.            00013740
      *-------------------------------------------------------------*   00013750
       1050-99-FIM.                              EXIT.                  00013760
      *-------------------------------------------------------------*   00013770
      *-------------------------------------------------------------*   00013780
       1060-TRATAR-PARAMETRO                     SECTION.               00013790
      *-------------------------------------------------------------*   00013800
            EVALUATE TRUE                                               00013810
             WHEN FD-PRM-CHAVE (1:1) EQUAL '*'                          00013820
               CONTINUE                                                 00013830
             WHEN FD-PRM-CHAVE EQUAL SPACES                             00013840
               CONTINUE                                                 00013850
             WHEN FD-PRM-CHAVE EQUAL 'RET-CONTA-ENCERR'                 00013860
               PERFORM 1070-VALIDAR-VALOR THRU 1070-99-FIM              00013870
               MOVE FD-PRM-VALOR TO WRK-RET-CONTA-ENCERR                00013880
             WHEN FD-PRM-CHAVE EQUAL 'RET-COBRANCA'                     00013890
               PERFORM 1070-VALIDAR-VALOR THRU 1070-99-FIM              00013900
               MOVE FD-PRM-VALOR TO WRK-RET-COBRANCA                    00013910
      *      PRAZO DO FR16DB01 MODO 7, NO MESMO MEMBRO LGPDPARM.        00013920
             WHEN FD-PRM-CHAVE EQUAL 'RET-FUNCIONARIO'                  00013930
               CONTINUE                                                 00013940
             WHEN OTHER                                                 00013950
               DISPLAY 'PARAMETRO DESCONHECIDO: ' FD-PRM-CHAVE          00013960
               PERFORM 1080-PARAMETRO-INVALIDO THRU 1080-99-FIM         00013970
            END-EVALUATE.                                               00013980
            READ PARMRUN                                                00013990
              AT END MOVE 10 TO WRK-FS-PARMRUN                          00014000
            END-READ.                                                   00014010
      *-------------------------------------------------------------*   00014020
       1060-99-FIM.                              EXIT.                  00014030
      *-------------------------------------------------------------*   00014040
      *-------------------------------------------------------------*   00014050
       1070-VALIDAR-VALOR                        SECTION.               00014060
      *-------------------------------------------------------------*   00014070
            IF FD-PRM-IGUAL NOT EQUAL '=' OR                            00014080
               FD-PRM-VALOR NOT NUMERIC                                 00014090
               PERFORM 1080-PARAMETRO-INVALIDO THRU 1080-99-FIM         00014100
            END-IF.                                                     00014110
            IF FD-PRM-VALOR EQUAL ZEROS                                 00014120
               PERFORM 1080-PARAMETRO-INVALIDO THRU 1080-99-FIM         00014130
            END-IF.                                                     00014140
      *-------------------------------------------------------------*   00014150
       1070-99-FIM.                              EXIT.                  00014160
      *-------------------------------------------------------------*   00014170
      *-------------------------------------------------------------*   00014180
       1080-PARAMETRO-INVALIDO                   SECTION.               00014190
      *-------------------------------------------------------------*   00014200
            MOVE 'FR16LG01'             TO WRK-PROGRAMA.                00014210
            MOVE '1060'                 TO WRK-SECAO.                   00014220
            MOVE 'PARAMETRO INVALIDO NO PARMRUN' TO WRK-MENSAGEM.       00014230
            MOVE WRK-FS-PARMRUN         TO WRK-STATUS.                  00014240
            PERFORM 6000-TRATA-ERROS.                                   00014250
      *-------------------------------------------------------------*   00014260
       1080-99-FIM.                              EXIT.                  00014270
      *-------------------------------------------------------------*   00014280
      ***************************************************************   00014290
      *       C A R R E G A R   B L O Q U E I O S                   *   00014300
      ***************************************************************   00014310
      * SO OS CARTOES TIPO C (CONTA) E D (CPF/CNPJ) INTERESSAM      *   00014320
      * AQUI; O TIPO F (FUNCIONARIO) E TRATADO NO FR16DB01 MODO 7.  *   00014330
      *--------------------------------------------------------------   00014340
       1100-CARREGAR-BLOQUEIOS                   SECTION.               00014350
      *--------------------------------------------------------------   00014360
            READ LGPDHOLD                                               00014370
              AT END MOVE 10 TO WRK-FS-LGPDHOLD                         00014380
            END-READ.                                                   00014390
            PERFORM 1150-GUARDAR-BLOQUEIO                               00014400
               UNTIL WRK-FS-LGPDHOLD EQUAL 10.                          00014410
            CLOSE LGPDHOLD.                                             00014420
            DISPLAY 'BLOQUEIOS DE CONTA/TITULAR: ' WRK-HOLD-QTDE.       00014430
      *--------------------------------------------------------------   00014440
       1100-99-FIM.                              EXIT.                  00014450
      *--------------------------------------------------------------   00014460
      *--------------------------------------------------------------   00014470
       1150-GUARDAR-BLOQUEIO                     SECTION.               00014480
      *--------------------------------------------------------------   00014490
            IF REG-HOLD-POR-CONTA OR                                    00014500
               (REG-HOLD-POR-DOCUMENTO AND REG-HOLD-DOCUMENTO NUMERIC)  00014510
              IF WRK-HOLD-QTDE NOT LESS WRK-HOLD-MAX                    00014520
                MOVE 'FR16LG01'            TO WRK-PROGRAMA              00014530
                MOVE '1150'                TO WRK-SECAO                 00014540
                MOVE 'TABELA DE BLOQUEIOS EXCEDE O LIMITE'              00014550
                                           TO WRK-MENSAGEM              00014560
                MOVE WRK-FS-LGPDHOLD       TO WRK-STATUS                00014570
                PERFORM 6000-TRATA-ERROS                                00014580
              END-IF                                                    00014590
              ADD 1 TO WRK-HOLD-QTDE                                    00014600
              SET HLD-IDX TO WRK-HOLD-QTDE                              00014610
              MOVE REG-HOLD-TIPO  TO WRK-TBL-TIPO (HLD-IDX)             00014620
              MOVE REG-HOLD-CHAVE TO WRK-TBL-CHAVE (HLD-IDX)            00014630
            END-IF.                                                     00014640
            READ LGPDHOLD                                               00014650
              AT END MOVE 10 TO WRK-FS-LGPDHOLD                         00014660
            END-READ.                                                   00014670
      *--------------------------------------------------------------   00014680
       1150-99-FIM.                              EXIT.                  00014690
      *--------------------------------------------------------------   00014700
      ***************************************************************   00014710
      *       C A R R E G A R   L G F U N C                         *   00014720
      ***************************************************************   00014730
      *--------------------------------------------------------------   00014740
       1200-CARREGAR-LGFUNC                      SECTION.               00014750
      *--------------------------------------------------------------   00014760
            READ LGFUNC                                                 00014770
              AT END MOVE 10 TO WRK-FS-LGFUNC                           00014780
            END-READ.                                                   00014790
            PERFORM 1250-GUARDAR-LGFUNC                                 00014800
               UNTIL WRK-FS-LGFUNC EQUAL 10.                            00014810
            CLOSE LGFUNC.                                               00014820
      *--------------------------------------------------------------   00014830
       1200-99-FIM.                              EXIT.                  00014840
      *--------------------------------------------------------------   00014850
      *--------------------------------------------------------------   00014860
       1250-GUARDAR-LGFUNC                       SECTION.               00014870
      *--------------------------------------------------------------   00014880
            IF WRK-LGF-QTDE NOT LESS WRK-LGF-MAX                        00014890
              MOVE 'FR16LG01'            TO WRK-PROGRAMA                00014900
              MOVE '1250'                TO WRK-SECAO                   00014910
              MOVE 'TABELA DO LGFUNC EXCEDE O LIMITE' TO WRK-MENSAGEM   00014920
              MOVE WRK-FS-LGFUNC         TO WRK-STATUS                  00014930
              PERFORM 6000-TRATA-ERROS                                  00014940
            END-IF.                                                     00014950
            ADD 1 TO WRK-LGF-QTDE.                                      00014960
            SET LGF-IDX TO WRK-LGF-QTDE.                                00014970
            MOVE REG-LGF-ID          TO WRK-TLG-ID (LGF-IDX).           00014980
            MOVE REG-LGF-DATA-DESLIG TO WRK-TLG-DATA (LGF-IDX).         00014990
            MOVE REG-LGF-LINHAS      TO WRK-TLG-LINHAS (LGF-IDX).       00015000
            MOVE REG-LGF-SITUACAO    TO WRK-TLG-SITUACAO (LGF-IDX).     00015010
            MOVE ZEROS               TO WRK-TLG-VINCULOS (LGF-IDX).     00015020
            READ LGFUNC                                                 00015030
              AT END MOVE 10 TO WRK-FS-LGFUNC                           00015040
            END-READ.                                                   00015050
      *--------------------------------------------------------------   00015060
       1250-99-FIM.                              EXIT.                  00015070
      *--------------------------------------------------------------   00015080
      ***************************************************************   00015090
      *       I M P R I M I R   C A B E C A L H O                   *   00015100
      ***************************************************************   00015110
      *--------------------------------------------------------------   00015120
       1300-IMPRIMIR-CABECALHO                   SECTION.               00015130
      *--------------------------------------------------------------   00015140
            MOVE WRK-DATA-HOJE TO WRK-CAB-DATA.                         00015150
            WRITE FD-RELLGPD FROM WRK-CABECALHO-LG.                     00015160
            MOVE SPACES TO FD-RELLGPD.                                  00015170
            WRITE FD-RELLGPD.                                           00015180
            MOVE 'PRAZO DE CONTA ENCERRADA.......:' TO WRK-PRZ-TEXTO.   00015190
            MOVE WRK-RET-CONTA-ENCERR TO WRK-PRZ-DIAS.                  00015200
            MOVE WRK-CORTE-CONTA      TO WRK-PRZ-CORTE.                 00015210
            WRITE FD-RELLGPD FROM WRK-PRAZO-LG.                         00015220
            MOVE 'PRAZO DE COBRANCA..............:' TO WRK-PRZ-TEXTO.   00015230
            MOVE WRK-RET-COBRANCA     TO WRK-PRZ-DIAS.                  00015240
            MOVE WRK-CORTE-COBRANCA   TO WRK-PRZ-CORTE.                 00015250
            WRITE FD-RELLGPD FROM WRK-PRAZO-LG.                         00015260
            MOVE SPACES TO FD-RELLGPD.                                  00015270
            WRITE FD-RELLGPD.                                           00015280
            MOVE 'CONTAS ENCERRADAS COM O PRAZO VENCIDO'                00015290
                                      TO WRK-TIT-TEXTO.                 00015300
            WRITE FD-RELLGPD FROM WRK-TITULO-LG.                        00015310
            MOVE 'CONTA      ENCERRADA   ACAO         MOVVSAM  CBRCTL  M00015320
      -         'OTIVO'               TO WRK-TIT-TEXTO.                 00015330
            WRITE FD-RELLGPD FROM WRK-TITULO-LG.                        00015340
      *--------------------------------------------------------------   00015350
       1300-99-FIM.                              EXIT.                  00015360
      *--------------------------------------------------------------   00015370
      ***************************************************************   00015380
      *               P R O C E S S A R                             *   00015390
      ***************************************************************   00015400
      * O CADASTRO ANONIMIZADO EM RODADA ANTERIOR SO E CONTADO: A   *   00015410
      * CHAVE FICA ENQUANTO O CBRCTL TROUXER DEBITO DA CONTA.       *   00015420
      *--------------------------------------------------------------   00015430
       2000-PROCESSAR                            SECTION.               00015440
      *--------------------------------------------------------------   00015450
            EVALUATE TRUE                                               00015460
             WHEN REG-CAD-CHAVE EQUAL ALL '9'                           00015470
               CONTINUE                                                 00015480
             WHEN REG-CAD-ENCERRADO                                     00015490
               PERFORM 2100-AVALIAR-ENCERRADO                           00015500
             WHEN REG-CAD-ANONIMIZADO                                   00015510
               ADD 1 TO WRK-ANON-ANTERIOR                               00015520
            END-EVALUATE.                                               00015530
            PERFORM 5200-LER-CADVSAM.                                   00015540
      *--------------------------------------------------------------   00015550
       2000-99-FIM.                              EXIT.                  00015560
      *--------------------------------------------------------------   00015570
      ***************************************************************   00015580
      *       A V A L I A R   C A D A S T R O   E N C E R R A D O   *   00015590
      ***************************************************************   00015600
      * BLOQUEIO JUDICIAL E COBRANCA EM ABERTO RETEM O CADASTRO E   *   00015610
      * O HISTORICO. VENCIDO O PRAZO SEM RETENCAO, O MOVVSAM DA     *   00015620
      * CONTA E EXPURGADO E O CADASTRO SAI, OU FICA ANONIMIZADO     *   00015630
      * QUANDO O CBRCTL AINDA DEPENDE DA CHAVE.                     *   00015640
      *--------------------------------------------------------------   00015650
       2100-AVALIAR-ENCERRADO                    SECTION.               00015660
      *--------------------------------------------------------------   00015670
            ADD 1 TO WRK-ENCERRADOS.                                    00015680
            IF REG-CAD-DATA-ALT NOT LESS WRK-CORTE-CONTA                00015690
              ADD 1 TO WRK-NO-PRAZO                                     00015700
            ELSE                                                        00015710
              ADD 1 TO WRK-VENCIDOS                                     00015720
              MOVE REG-CAD-DATA-ALT TO WRK-DATA-ENCERR                  00015730
              MOVE ZEROS            TO WRK-QTDE-MOVH                    00015740
              PERFORM 2150-CONTAR-COBRANCA                              00015750
              PERFORM 2160-VERIFICAR-BLOQUEIO                           00015760
              EVALUATE TRUE                                             00015770
               WHEN WRK-CONTA-BLOQUEADA                                 00015780
                 MOVE 'RETIDO'            TO WRK-DET-ACAO               00015790
                 MOVE 'BLOQUEIO JUDICIAL' TO WRK-DET-MOTIVO             00015800
                 ADD 1 TO WRK-RETIDOS-BLOQ                              00015810
               WHEN WRK-QTDE-CBR GREATER ZEROS AND                      00015820
                    WRK-DATA-ENCERR NOT LESS WRK-CORTE-COBRANCA         00015830
                 MOVE 'RETIDO'            TO WRK-DET-ACAO               00015840
                 MOVE 'COBRANCA EM ABERTO' TO WRK-DET-MOTIVO            00015850
                 ADD 1 TO WRK-RETIDOS-CBR                               00015860
               WHEN OTHER                                               00015870
                 PERFORM 2200-EXPURGAR-MOVIMENTOS                       00015880
                 IF WRK-QTDE-CBR GREATER ZEROS                          00015890
                   PERFORM 2300-ANONIMIZAR-CADASTRO                     00015900
                 ELSE                                                   00015910
                   PERFORM 2400-EXCLUIR-CADASTRO                        00015920
                 END-IF                                                 00015930
              END-EVALUATE                                              00015940
              PERFORM 2600-GRAVAR-EVIDENCIA                             00015950
            END-IF.                                                     00015960
      *--------------------------------------------------------------   00015970
       2100-99-FIM.                              EXIT.                  00015980
      *--------------------------------------------------------------   00015990
      ***************************************************************   00016000
      *       C O N T A R   C O B R A N C A   (CBRANT)              *   00016010
      ***************************************************************   00016020
      * O CBRANT VEM EM ORDEM DE CHAVE COMPLETA: AVANCA ATE A CONTA *   00016030
      * DO CADASTRO E CONTA OS DEBITOS DELA.                        *   00016040
      *--------------------------------------------------------------   00016050
       2150-CONTAR-COBRANCA                      SECTION.               00016060
      *--------------------------------------------------------------   00016070
            MOVE ZEROS TO WRK-QTDE-CBR.                                 00016080
            PERFORM 5300-LER-CBRANT                                     00016090
               UNTIL WRK-CBA-CHAVE NOT LESS REG-CAD-CHAVE.              00016100
            PERFORM 2155-CONTAR-DEBITO                                  00016110
               UNTIL WRK-CBA-CHAVE NOT EQUAL REG-CAD-CHAVE.             00016120
      *--------------------------------------------------------------   00016130
       2150-99-FIM.                              EXIT.                  00016140
      *--------------------------------------------------------------   00016150
      *--------------------------------------------------------------   00016160
       2155-CONTAR-DEBITO                        SECTION.               00016170
      *--------------------------------------------------------------   00016180
            ADD 1 TO WRK-QTDE-CBR.                                      00016190
            PERFORM 5300-LER-CBRANT.                                    00016200
      *--------------------------------------------------------------   00016210
       2155-99-FIM.                              EXIT.                  00016220
      *--------------------------------------------------------------   00016230
      ***************************************************************   00016240
      *       V E R I F I C A R   B L O Q U E I O   J U D I C I A L *   00016250
      ***************************************************************   00016260
      * ALEM DOS BLOQUEIOS DO JURIDICO (LGPDHOLD), RETEM A CONTA    *   00950170
      * QUALQUER ORDEM JUDICIAL DE VALOR AINDA EM VIGOR NO BLQVSAM  *   00950180
      * (ATIVA OU COM TRANSFERENCIA ORDENADA).                      *   00950190
      *--------------------------------------------------------------   00016270
       2160-VERIFICAR-BLOQUEIO                   SECTION.               00016280
      *--------------------------------------------------------------   00016290
            MOVE 'N' TO WRK-SW-BLOQUEIO.                                00016300
            MOVE 1   TO WRK-HOLD-IND.                                   00016310
            PERFORM 2165-TESTAR-BLOQUEIO                                00016320
               UNTIL WRK-CONTA-BLOQUEADA                                00016330
                  OR WRK-HOLD-IND GREATER WRK-HOLD-QTDE.                00016340
            IF NOT WRK-CONTA-BLOQUEADA                                  00950200
              PERFORM 2170-VERIFICAR-ORDEM-JUDICIAL                     00950210
            END-IF.                                                     00950220
      *--------------------------------------------------------------   00016350
       2160-99-FIM.                              EXIT.                  00016360
      *--------------------------------------------------------------   00016370
      *--------------------------------------------------------------   00016380
       2165-TESTAR-BLOQUEIO                      SECTION.               00016390
      *--------------------------------------------------------------   00016400
            SET HLD-IDX TO WRK-HOLD-IND.                                00016410
            EVALUATE TRUE                                               00016420
             WHEN WRK-TBL-TIPO (HLD-IDX) EQUAL 'C' AND                  00016430
                  WRK-TBL-CONTA (HLD-IDX) EQUAL REG-CAD-CHAVE           00016440
               MOVE 'S' TO WRK-SW-BLOQUEIO                              00016450
             WHEN WRK-TBL-TIPO (HLD-IDX) EQUAL 'D' AND                  00016460
                  WRK-TBL-DOCUMENTO (HLD-IDX) EQUAL REG-CAD-DOCUMENTO   00016470
               MOVE 'S' TO WRK-SW-BLOQUEIO                              00016480
             WHEN OTHER                                                 00016490
               ADD 1 TO WRK-HOLD-IND                                    00016500
            END-EVALUATE.                                               00016510
      *--------------------------------------------------------------   00016520
       2165-99-FIM.                              EXIT.                  00016530
      *--------------------------------------------------------------   00016540
      *--------------------------------------------------------------   00950230
       2170-VERIFICAR-ORDEM-JUDICIAL             SECTION.               00950240
      *--------------------------------------------------------------   00950250
            MOVE REG-CAD-AGENCIA TO REG-BLQ-AGENCIA.                    00950260
            MOVE REG-CAD-CONTA   TO REG-BLQ-CONTA.                      00950270
            MOVE LOW-VALUES      TO REG-BLQ-NUMERO.                     00950280
            MOVE 'N'             TO WRK-SW-FIM-BLQ.                     00950290
            START BLQVSAM KEY NOT LESS REG-BLQ-CHAVE                    00950300
              INVALID KEY                                               00950310
                MOVE 'S' TO WRK-SW-FIM-BLQ                              00950320
            END-START.                                                  00950330
            PERFORM 2175-TESTAR-ORDEM-JUDICIAL                          00950340
               UNTIL WRK-FIM-BLQ OR WRK-CONTA-BLOQUEADA.                00950350
      *--------------------------------------------------------------   00950360
       2170-99-FIM.                              EXIT.                  00950370
      *--------------------------------------------------------------   00950380
      *--------------------------------------------------------------   00950390
       2175-TESTAR-ORDEM-JUDICIAL                SECTION.               00950400
      *--------------------------------------------------------------   00950410
            READ BLQVSAM NEXT RECORD                                    00950420
              AT END MOVE 'S' TO WRK-SW-FIM-BLQ                         00950430
            END-READ.                                                   00950440
            IF WRK-FS-BLQVSAM NOT EQUAL 0 AND                           00950450
               WRK-FS-BLQVSAM NOT EQUAL 10                              00950460
              MOVE 'FR16LG01'              TO WRK-PROGRAMA              00950470
              MOVE '2175'                  TO WRK-SECAO                 00950480
              MOVE 'ERRO NA LEITURA DO BLQVSAM' TO WRK-MENSAGEM         00950490
              MOVE WRK-FS-BLQVSAM          TO WRK-STATUS                00950500
              PERFORM 6000-TRATA-ERROS                                  00950510
            END-IF.                                                     00950520
            IF WRK-TEM-BLQ                                              00950530
              IF REG-BLQ-AGENCIA NOT EQUAL REG-CAD-AGENCIA OR           00950540
                 REG-BLQ-CONTA   NOT EQUAL REG-CAD-CONTA                00950550
                MOVE 'S' TO WRK-SW-FIM-BLQ                              00950560
              ELSE                                                      00950570
                IF REG-BLQ-RETEM                                        00950580
                  MOVE 'S' TO WRK-SW-BLOQUEIO                           00950590
                END-IF                                                  00950600
              END-IF                                                    00950610
            END-IF.                                                     00950620
      *--------------------------------------------------------------   00950630
       2175-99-FIM.                              EXIT.                  00950640
      *--------------------------------------------------------------   00950650
      ***************************************************************   00016550
      *       E X P U R G A R   M O V I M E N T O S   (MOVVSAM)     *   00016560
      ***************************************************************   00016570
      * POSICIONA NA PRIMEIRA DATA DA CONTA E EXCLUI ATE A CHAVE    *   00016580
      * MUDAR DE CONTA.                                             *   00016590
      *--------------------------------------------------------------   00016600
       2200-EXPURGAR-MOVIMENTOS                  SECTION.               00016610
      *--------------------------------------------------------------   00016620
            MOVE REG-CAD-AGENCIA TO REG-MOVH-AGENCIA.                   00016630
            MOVE REG-CAD-CONTA   TO REG-MOVH-CONTA.                     00016640
            MOVE ZEROS           TO REG-MOVH-DATA REG-MOVH-NSEQ.        00016650
            MOVE 'N'             TO WRK-SW-FIM-MOVH.                    00016660
            START MOVVSAM KEY NOT LESS REG-MOVH-CHAVE                   00016670
              INVALID KEY                                               00016680
                MOVE 'S' TO WRK-SW-FIM-MOVH                             00016690
            END-START.                                                  00016700
            PERFORM 2250-EXCLUIR-MOVIMENTO UNTIL WRK-FIM-MOVH.          00016710
      *--------------------------------------------------------------   00016720
       2200-99-FIM.                              EXIT.                  00016730
      *--------------------------------------------------------------   00016740
      *--------------------------------------------------------------   00016750
       2250-EXCLUIR-MOVIMENTO                    SECTION.               00016760
      *--------------------------------------------------------------   00016770
            READ MOVVSAM NEXT RECORD                                    00016780
              AT END MOVE 'S' TO WRK-SW-FIM-MOVH                        00016790
            END-READ.                                                   00016800
            IF WRK-TEM-MOVH                                             00016810
              IF REG-MOVH-AGENCIA EQUAL REG-CAD-AGENCIA AND             00016820
                 REG-MOVH-CONTA   EQUAL REG-CAD-CONTA                   00016830
                DELETE MOVVSAM                                          00016840
                IF WRK-FS-MOVVSAM NOT EQUAL 0                           00016850
                  MOVE 'FR16LG01'              TO WRK-PROGRAMA          00016860
                  MOVE '2250'                  TO WRK-SECAO             00016870
                  MOVE 'ERRO NO DELETE MOVVSAM' TO WRK-MENSAGEM         00016880
                  MOVE WRK-FS-MOVVSAM          TO WRK-STATUS            00016890
                  PERFORM 6000-TRATA-ERROS                              00016900
                END-IF                                                  00016910
                ADD 1 TO WRK-QTDE-MOVH WRK-MOVH-EXCLUIDOS               00016920
              ELSE                                                      00016930
                MOVE 'S' TO WRK-SW-FIM-MOVH                             00016940
              END-IF                                                    00016950
            END-IF.                                                     00016960
      *--------------------------------------------------------------   00016970
       2250-99-FIM.                              EXIT.                  00016980
      *--------------------------------------------------------------   00016990
      ***************************************************************   00017000
      *       A N O N I M I Z A R   C A D A S T R O                 *   00017010
      ***************************************************************   00017020
      * FICAM A CHAVE, O TIPO DE PESSOA E AS DATAS; DOCUMENTO,      *   00017030
      * ENDERECO, TELEFONE E E-MAIL SAO SUBSTITUIDOS. A DATA DE     *   00017040
      * ALTERACAO PASSA A SER A DA ANONIMIZACAO.                    *   00017050
      *--------------------------------------------------------------   00017060
       2300-ANONIMIZAR-CADASTRO                  SECTION.               00017070
      *--------------------------------------------------------------   00017080
            MOVE ZEROS  TO REG-CAD-DOCUMENTO REG-CAD-CEP                00017090
                           REG-CAD-DDD REG-CAD-FONE.                    00017100
            MOVE SPACES TO REG-CAD-NUMERO REG-CAD-COMPLEMENTO           00017110
                           REG-CAD-BAIRRO REG-CAD-CIDADE REG-CAD-UF.    00017120
            MOVE 'ANONIMIZADO LGPD' TO REG-CAD-LOGRADOURO               00017130
                                       REG-CAD-EMAIL.                   00017140
            MOVE 'X'           TO REG-CAD-SITUACAO.                     00017150
            MOVE WRK-DATA-HOJE TO REG-CAD-DATA-ALT.                     00017160
            MOVE 'FR16LG01'    TO REG-CAD-OPERADOR.                     00017170
            REWRITE REG-CAD.                                            00017180
            IF WRK-FS-CADVSAM NOT EQUAL 0                               00017190
              MOVE 'FR16LG01'               TO WRK-PROGRAMA             00017200
              MOVE '2300'                   TO WRK-SECAO                00017210
              MOVE 'ERRO NO REWRITE CADVSAM' TO WRK-MENSAGEM            00017220
              MOVE WRK-FS-CADVSAM           TO WRK-STATUS               00017230
              PERFORM 6000-TRATA-ERROS                                  00017240
            END-IF.                                                     00017250
            MOVE 'ANONIMIZADO'        TO WRK-DET-ACAO.                  00017260
            MOVE 'COBRANCA PRESCRITA' TO WRK-DET-MOTIVO.                00017270
            ADD 1 TO WRK-ANONIMIZADOS.                                  00017280
      *--------------------------------------------------------------   00017290
       2300-99-FIM.                              EXIT.                  00017300
      *--------------------------------------------------------------   00017310
      ***************************************************************   00017320
      *       E X C L U I R   C A D A S T R O                       *   00017330
      ***************************************************************   00017340
      *--------------------------------------------------------------   00017350
       2400-EXCLUIR-CADASTRO                     SECTION.               00017360
      *--------------------------------------------------------------   00017370
            DELETE CADVSAM RECORD.                                      00017380
            IF WRK-FS-CADVSAM NOT EQUAL 0                               00017390
              MOVE 'FR16LG01'              TO WRK-PROGRAMA              00017400
              MOVE '2400'                  TO WRK-SECAO                 00017410
              MOVE 'ERRO NO DELETE CADVSAM' TO WRK-MENSAGEM             00017420
              MOVE WRK-FS-CADVSAM          TO WRK-STATUS                00017430
              PERFORM 6000-TRATA-ERROS                                  00017440
            END-IF.                                                     00017450
            MOVE 'EXCLUIDO'      TO WRK-DET-ACAO.                       00017460
            MOVE 'PRAZO VENCIDO' TO WRK-DET-MOTIVO.                     00017470
            ADD 1 TO WRK-EXCLUIDOS.                                     00017480
      *--------------------------------------------------------------   00017490
       2400-99-FIM.                              EXIT.                  00017500
      *--------------------------------------------------------------   00017510
      ***************************************************************   00017520
      *       G R A V A R   E V I D E N C I A   D A   C O N T A     *   00017530
      ***************************************************************   00017540
      *--------------------------------------------------------------   00017550
       2600-GRAVAR-EVIDENCIA                     SECTION.               00017560
      *--------------------------------------------------------------   00017570
            MOVE SPACES TO WRK-DET-CHAVE.                               00017580
            STRING REG-CAD-AGENCIA '/' REG-CAD-CONTA                    00017590
                   DELIMITED BY SIZE INTO WRK-DET-CHAVE.                00017600
            MOVE WRK-DATA-ENCERR TO WRK-DET-DATA.                       00017610
            MOVE WRK-QTDE-MOVH   TO WRK-DET-QTDE1.                      00017620
            MOVE WRK-QTDE-CBR    TO WRK-DET-QTDE2.                      00017630
            WRITE FD-RELLGPD FROM WRK-DETALHE-LG.                       00017640
      *--------------------------------------------------------------   00017650
       2600-99-FIM.                              EXIT.                  00017660
      *--------------------------------------------------------------   00017670
      ***************************************************************   00017680
      *               F I N A L I Z A R                             *   00017690
      ***************************************************************   00017700
      * COM AS CONTAS TRATADAS, FILTRA O FUNCLINK PELOS DESLIGADOS  *   00017710
      * DO LGFUNC, LISTA A EVIDENCIA DOS FUNCIONARIOS E OS TOTAIS.  *   00017720
      *--------------------------------------------------------------   00017730
       3000-FINALIZAR                            SECTION.               00017740
      *--------------------------------------------------------------   00017750
            PERFORM 5400-LER-FUNCLINK.                                  00017760
            PERFORM 3100-FILTRAR-VINCULO                                00017770
               UNTIL WRK-FS-FUNCLINK EQUAL 10.                          00017780
            MOVE SPACES TO FD-RELLGPD.                                  00017790
            WRITE FD-RELLGPD.                                           00017800
            MOVE 'FUNCIONARIOS DESLIGADOS COM O PRAZO VENCIDO'          00017810
                                      TO WRK-TIT-TEXTO.                 00017820
            WRITE FD-RELLGPD FROM WRK-TITULO-LG.                        00017830
            MOVE 'ID         DESLIGADO   ACAO         HISTSAL FUNCLINK M00017840
      -         'OTIVO'               TO WRK-TIT-TEXTO.                 00017850
            WRITE FD-RELLGPD FROM WRK-TITULO-LG.                        00017860
            MOVE 1 TO WRK-LGF-IND.                                      00017870
            PERFORM 3200-EVIDENCIA-FUNCIONARIO                          00017880
               UNTIL WRK-LGF-IND GREATER WRK-LGF-QTDE.                  00017890
            PERFORM 3300-IMPRIMIR-TOTAIS.                               00017900
            CLOSE CADVSAM CBRANT MOVVSAM FUNCLINK FUNCNOVO RELLGPD      00017910
                  BLQVSAM.                                              00950660
            DISPLAY ' '.                                                00017920
            DISPLAY 'CORTE DE CONTA ENCERRADA      : ' WRK-CORTE-CONTA. 00017930
            DISPLAY 'CORTE DE COBRANCA             : '                  00017940
                    WRK-CORTE-COBRANCA.                                 00017950
            DISPLAY 'CADASTROS LIDOS               : ' WRK-CAD-LIDOS.   00017960
            DISPLAY 'ENCERRADOS COM PRAZO VENCIDO  : ' WRK-VENCIDOS.    00017970
            DISPLAY 'CADASTROS EXCLUIDOS           : ' WRK-EXCLUIDOS.   00017980
            DISPLAY 'CADASTROS ANONIMIZADOS        : '                  00017990
                    WRK-ANONIMIZADOS.                                   00018000
            DISPLAY 'RETIDOS (BLOQUEIO/COBRANCA)   : '                  00018010
                    WRK-RETIDOS-BLOQ ' / ' WRK-RETIDOS-CBR.             00018020
            DISPLAY 'MOVIMENTOS EXCLUIDOS (MOVVSAM): '                  00018030
                    WRK-MOVH-EXCLUIDOS.                                 00018040
            DISPLAY 'VINCULOS REMOVIDOS (FUNCLINK) : '                  00018050
                    WRK-VINC-REMOVIDOS.                                 00018060
            DISPLAY '-----FIM DE PROCESSAMENTO----'.                    00018070
      *--------------------------------------------------------------   00018080
       3000-99-FIM.                              EXIT.                  00018090
      *--------------------------------------------------------------   00018100
      ***************************************************************   00018110
      *       F I L T R A R   V I N C U L O   (FUNCLINK)            *   00018120
      ***************************************************************   00018130
      * O VINCULO DO DESLIGADO CUJO HISTORICO FOI EXCLUIDO NAO PASSA*   00018140
      * PARA O FUNCNOVO; O RETIDO POR BLOQUEIO JUDICIAL FICA.       *   00018150
      *--------------------------------------------------------------   00018160
       3100-FILTRAR-VINCULO                      SECTION.               00018170
      *--------------------------------------------------------------   00018180
            MOVE 'N' TO WRK-SW-ACHOU-LGF.                               00018190
            MOVE 1   TO WRK-LGF-IND.                                    00018200
            PERFORM 3150-PROCURAR-LGFUNC                                00018210
               UNTIL WRK-LGF-ACHADO                                     00018220
                  OR WRK-LGF-IND GREATER WRK-LGF-QTDE.                  00018230
            IF WRK-LGF-ACHADO                                           00018240
              IF WRK-TLG-SITUACAO (LGF-IDX) EQUAL 'E'                   00018250
                ADD 1 TO WRK-TLG-VINCULOS (LGF-IDX) WRK-VINC-REMOVIDOS  00018260
              ELSE                                                      00018270
                PERFORM 3180-GRAVAR-FUNCNOVO                            00018280
              END-IF                                                    00018290
            ELSE                                                        00018300
              PERFORM 3180-GRAVAR-FUNCNOVO                              00018310
            END-IF.                                                     00018320
            PERFORM 5400-LER-FUNCLINK.                                  00018330
      *--------------------------------------------------------------   00018340
       3100-99-FIM.                              EXIT.                  00018350
      *--------------------------------------------------------------   00018360
      *--------------------------------------------------------------   00018370
       3150-PROCURAR-LGFUNC                      SECTION.               00018380
      *--------------------------------------------------------------   00018390
            SET LGF-IDX TO WRK-LGF-IND.                                 00018400
            IF WRK-TLG-ID (LGF-IDX) EQUAL FD-LINK-ID                    00018410
              MOVE 'S' TO WRK-SW-ACHOU-LGF                              00018420
            ELSE                                                        00018430
              ADD 1 TO WRK-LGF-IND                                      00018440
            END-IF.                                                     00018450
      *--------------------------------------------------------------   00018460
       3150-99-FIM.                              EXIT.                  00018470
      *--------------------------------------------------------------   00018480
      *--------------------------------------------------------------   00018490
       3180-GRAVAR-FUNCNOVO                      SECTION.               00018500
      *--------------------------------------------------------------   00018510
            WRITE FD-FUNCNOVO FROM FD-FUNCLINK.                         00018520
            ADD 1 TO WRK-VINC-GRAVADOS.                                 00018530
      *--------------------------------------------------------------   00018540
       3180-99-FIM.                              EXIT.                  00018550
      *--------------------------------------------------------------   00018560
      ***************************************************************   00018570
      *       E V I D E N C I A   D O   F U N C I O N A R I O       *   00018580
      ***************************************************************   00018590
      *--------------------------------------------------------------   00018600
       3200-EVIDENCIA-FUNCIONARIO                SECTION.               00018610
      *--------------------------------------------------------------   00018620
            SET LGF-IDX TO WRK-LGF-IND.                                 00018630
            MOVE SPACES TO WRK-DET-CHAVE.                               00018640
            MOVE WRK-TLG-ID (LGF-IDX)       TO WRK-DET-CHAVE.           00018650
            MOVE WRK-TLG-DATA (LGF-IDX)     TO WRK-DET-DATA.            00018660
            MOVE WRK-TLG-LINHAS (LGF-IDX)   TO WRK-DET-QTDE1.           00018670
            MOVE WRK-TLG-VINCULOS (LGF-IDX) TO WRK-DET-QTDE2.           00018680
            IF WRK-TLG-SITUACAO (LGF-IDX) EQUAL 'E'                     00018690
              MOVE 'EXCLUIDO'          TO WRK-DET-ACAO                  00018700
              MOVE 'PRAZO VENCIDO'     TO WRK-DET-MOTIVO                00018710
              ADD 1 TO WRK-FUNC-EXCLUIDOS                               00018720
              ADD WRK-TLG-LINHAS (LGF-IDX) TO WRK-HIST-EXCLUIDO         00018730
            ELSE                                                        00018740
              MOVE 'RETIDO'            TO WRK-DET-ACAO                  00018750
              MOVE 'BLOQUEIO JUDICIAL' TO WRK-DET-MOTIVO                00018760
              ADD 1 TO WRK-FUNC-RETIDOS                                 00018770
            END-IF.                                                     00018780
            WRITE FD-RELLGPD FROM WRK-DETALHE-LG.                       00018790
            ADD 1 TO WRK-LGF-IND.                                       00018800
      *--------------------------------------------------------------   00018810
       3200-99-FIM.                              EXIT.                  00018820
      *--------------------------------------------------------------   00018830
      ***************************************************************   00018840
      *       I M P R I M I R   T O T A I S                         *   00018850
      ***************************************************************   00018860
      *--------------------------------------------------------------   00018870
       3300-IMPRIMIR-TOTAIS                      SECTION.               00018880
      *--------------------------------------------------------------   00018890
            MOVE SPACES TO FD-RELLGPD.                                  00018900
            WRITE FD-RELLGPD.                                           00018910
            MOVE 'CADASTROS LIDOS.................:' TO WRK-TOT-TEXTO.  00018920
            MOVE WRK-CAD-LIDOS      TO WRK-TOT-QTDE.                    00018930
            WRITE FD-RELLGPD FROM WRK-TOTAL-LG.                         00018940
            MOVE 'CADASTROS ENCERRADOS............:' TO WRK-TOT-TEXTO.  00018950
            MOVE WRK-ENCERRADOS     TO WRK-TOT-QTDE.                    00018960
            WRITE FD-RELLGPD FROM WRK-TOTAL-LG.                         00018970
            MOVE '  DENTRO DO PRAZO...............:' TO WRK-TOT-TEXTO.  00018980
            MOVE WRK-NO-PRAZO       TO WRK-TOT-QTDE.                    00018990
            WRITE FD-RELLGPD FROM WRK-TOTAL-LG.                         00019000
            MOVE '  COM O PRAZO VENCIDO...........:' TO WRK-TOT-TEXTO.  00019010
            MOVE WRK-VENCIDOS       TO WRK-TOT-QTDE.                    00019020
            WRITE FD-RELLGPD FROM WRK-TOTAL-LG.                         00019030
            MOVE '    EXCLUIDOS...................:' TO WRK-TOT-TEXTO.  00019040
            MOVE WRK-EXCLUIDOS      TO WRK-TOT-QTDE.                    00019050
            WRITE FD-RELLGPD FROM WRK-TOTAL-LG.                         00019060
            MOVE '    ANONIMIZADOS................:' TO WRK-TOT-TEXTO.  00019070
            MOVE WRK-ANONIMIZADOS   TO WRK-TOT-QTDE.                    00019080
            WRITE FD-RELLGPD FROM WRK-TOTAL-LG.                         00019090
            MOVE '    RETIDOS - BLOQUEIO JUDICIAL.:' TO WRK-TOT-TEXTO.  00019100
            MOVE WRK-RETIDOS-BLOQ   TO WRK-TOT-QTDE.                    00019110
            WRITE FD-RELLGPD FROM WRK-TOTAL-LG.                         00019120
            MOVE '    RETIDOS - COBRANCA EM ABERTO:' TO WRK-TOT-TEXTO.  00019130
            MOVE WRK-RETIDOS-CBR    TO WRK-TOT-QTDE.                    00019140
            WRITE FD-RELLGPD FROM WRK-TOTAL-LG.                         00019150
            MOVE 'ANONIMIZADOS EM RODADA ANTERIOR.:' TO WRK-TOT-TEXTO.  00019160
            MOVE WRK-ANON-ANTERIOR  TO WRK-TOT-QTDE.                    00019170
            WRITE FD-RELLGPD FROM WRK-TOTAL-LG.                         00019180
            MOVE 'MOVIMENTOS EXCLUIDOS DO MOVVSAM.:' TO WRK-TOT-TEXTO.  00019190
            MOVE WRK-MOVH-EXCLUIDOS TO WRK-TOT-QTDE.                    00019200
            WRITE FD-RELLGPD FROM WRK-TOTAL-LG.                         00019210
            MOVE 'DESLIGADOS COM HISTORICO EXCLUIDO' TO WRK-TOT-TEXTO.  00019220
            MOVE WRK-FUNC-EXCLUIDOS TO WRK-TOT-QTDE.                    00019230
            WRITE FD-RELLGPD FROM WRK-TOTAL-LG.                         00019240
            MOVE 'DESLIGADOS RETIDOS - BLOQUEIO...:' TO WRK-TOT-TEXTO.  00019250
            MOVE WRK-FUNC-RETIDOS   TO WRK-TOT-QTDE.                    00019260
            WRITE FD-RELLGPD FROM WRK-TOTAL-LG.                         00019270
            MOVE 'LINHAS EXCLUIDAS DA HISTSAL.....:' TO WRK-TOT-TEXTO.  00019280
            MOVE WRK-HIST-EXCLUIDO  TO WRK-TOT-QTDE.                    00019290
            WRITE FD-RELLGPD FROM WRK-TOTAL-LG.                         00019300
            MOVE 'VINCULOS LIDOS DO FUNCLINK......:' TO WRK-TOT-TEXTO.  00019310
            MOVE WRK-VINC-LIDOS     TO WRK-TOT-QTDE.                    00019320
            WRITE FD-RELLGPD FROM WRK-TOTAL-LG.                         00019330
            MOVE 'VINCULOS REMOVIDOS..............:' TO WRK-TOT-TEXTO.  00019340
            MOVE WRK-VINC-REMOVIDOS TO WRK-TOT-QTDE.                    00019350
            WRITE FD-RELLGPD FROM WRK-TOTAL-LG.                         00019360
            MOVE 'VINCULOS GRAVADOS NO FUNCNOVO...:' TO WRK-TOT-TEXTO.  00019370
            MOVE WRK-VINC-GRAVADOS  TO WRK-TOT-QTDE.                    00019380
            WRITE FD-RELLGPD FROM WRK-TOTAL-LG.                         00019390
      *--------------------------------------------------------------   00019400
       3300-99-FIM.                              EXIT.                  00019410
      *--------------------------------------------------------------   00019420
      ***************************************************************   00019430
      *         T E S T A R   S T A T U S                           *   00019440
      ***************************************************************   00019450
      *--------------------------------------------------------------   00019460
       5100-TESTAR-STATUS                        SECTION.               00019470
      *--------------------------------------------------------------   00019480
            EVALUATE TRUE                                               00019490
             WHEN WRK-FS-LGPDHOLD NOT EQUAL 0                           00019500
               MOVE 'FR16LG01'              TO WRK-PROGRAMA             00019510
               MOVE '5100'                  TO WRK-SECAO                00019520
               MOVE 'ERRO NO OPEN LGPDHOLD' TO WRK-MENSAGEM             00019530
               MOVE WRK-FS-LGPDHOLD         TO WRK-STATUS               00019540
                 PERFORM 6000-TRATA-ERROS                               00019550
             WHEN WRK-FS-BLQVSAM NOT EQUAL 0                            00950670
               MOVE 'FR16LG01'              TO WRK-PROGRAMA             00950680
               MOVE '5100'                  TO WRK-SECAO                00950690
               MOVE 'ERRO NO OPEN BLQVSAM'  TO WRK-MENSAGEM             00950700
               MOVE WRK-FS-BLQVSAM          TO WRK-STATUS               00950710
                 PERFORM 6000-TRATA-ERROS                               00950720
             WHEN WRK-FS-CBRANT NOT EQUAL 0                             00019560
               MOVE 'FR16LG01'              TO WRK-PROGRAMA             00019570
               MOVE '5100'                  TO WRK-SECAO                00019580
               MOVE 'ERRO NO OPEN CBRANT'   TO WRK-MENSAGEM             00019590
               MOVE WRK-FS-CBRANT           TO WRK-STATUS               00019600
                 PERFORM 6000-TRATA-ERROS                               00019610
             WHEN WRK-FS-LGFUNC NOT EQUAL 0                             00019620
               MOVE 'FR16LG01'              TO WRK-PROGRAMA             00019630
               MOVE '5100'                  TO WRK-SECAO                00019640
               MOVE 'ERRO NO OPEN LGFUNC'   TO WRK-MENSAGEM             00019650
               MOVE WRK-FS-LGFUNC           TO WRK-STATUS               00019660
                 PERFORM 6000-TRATA-ERROS                               00019670
             WHEN WRK-FS-FUNCLINK NOT EQUAL 0                           00019680
               MOVE 'FR16LG01'              TO WRK-PROGRAMA             00019690
               MOVE '5100'                  TO WRK-SECAO                00019700
               MOVE 'ERRO NO OPEN FUNCLINK' TO WRK-MENSAGEM             00019710
               MOVE WRK-FS-FUNCLINK         TO WRK-STATUS               00019720
                 PERFORM 6000-TRATA-ERROS                               00019730
             WHEN WRK-FS-CADVSAM NOT EQUAL 0                            00019740
               MOVE 'FR16LG01'              TO WRK-PROGRAMA             00019750
               MOVE '5100'                  TO WRK-SECAO                00019760
               MOVE 'ERRO NO OPEN CADVSAM'  TO WRK-MENSAGEM             00019770
               MOVE WRK-FS-CADVSAM          TO WRK-STATUS               00019780
                 PERFORM 6000-TRATA-ERROS                               00019790
             WHEN WRK-FS-MOVVSAM NOT EQUAL 0                            00019800
               MOVE 'FR16LG01'              TO WRK-PROGRAMA             00019810
               MOVE '5100'                  TO WRK-SECAO                00019820
               MOVE 'ERRO NO OPEN MOVVSAM'  TO WRK-MENSAGEM             00019830
               MOVE WRK-FS-MOVVSAM          TO WRK-STATUS               00019840
                 PERFORM 6000-TRATA-ERROS                               00019850
             WHEN WRK-FS-FUNCNOVO NOT EQUAL 0                           00019860
               MOVE 'FR16LG01'              TO WRK-PROGRAMA             00019870
               MOVE '5100'                  TO WRK-SECAO                00019880
               MOVE 'ERRO NO OPEN FUNCNOVO' TO WRK-MENSAGEM             00019890
               MOVE WRK-FS-FUNCNOVO         TO WRK-STATUS               00019900
                 PERFORM 6000-TRATA-ERROS                               00019910
             WHEN WRK-FS-RELLGPD NOT EQUAL 0                            00019920
               MOVE 'FR16LG01'              TO WRK-PROGRAMA             00019930
               MOVE '5100'                  TO WRK-SECAO                00019940
               MOVE 'ERRO NO OPEN RELLGPD'  TO WRK-MENSAGEM             00019950
               MOVE WRK-FS-RELLGPD          TO WRK-STATUS               00019960
                 PERFORM 6000-TRATA-ERROS                               00019970
            END-EVALUATE.                                               00019980
      *--------------------------------------------------------------   00019990
       5100-99-FIM.                              EXIT.                  00020000
      *--------------------------------------------------------------   00020010
      ***************************************************************   00020020
      *         L E R   C A D V S A M                               *   00020030
      ***************************************************************   00020040
      *--------------------------------------------------------------   00020050
       5200-LER-CADVSAM                          SECTION.               00020060
      *--------------------------------------------------------------   00020070
            READ CADVSAM NEXT RECORD                                    00020080
              AT END MOVE 'S' TO WRK-SW-FIM-CAD                         00020090
            END-READ.                                                   00020100
            IF WRK-TEM-CADVSAM                                          00020110
              ADD 1 TO WRK-CAD-LIDOS                                    00020120
            END-IF.                                                     00020130
      *--------------------------------------------------------------   00020140
       5200-99-FIM.                              EXIT.                  00020150
      *--------------------------------------------------------------   00020160
      *--------------------------------------------------------------   00020170
       5300-LER-CBRANT                           SECTION.               00020180
      *--------------------------------------------------------------   00020190
            READ CBRANT                                                 00020200
              AT END                                                    00020210
                MOVE HIGH-VALUES    TO WRK-CBA-CHAVE                    00020220
              NOT AT END                                                00020230
                MOVE FD-CBA-AGENCIA TO WRK-CBA-AGENCIA                  00020240
                MOVE FD-CBA-CONTA   TO WRK-CBA-CONTA                    00020250
            END-READ.                                                   00020260
      *--------------------------------------------------------------   00020270
       5300-99-FIM.                              EXIT.                  00020280
      *--------------------------------------------------------------   00020290
      *--------------------------------------------------------------   00020300
       5400-LER-FUNCLINK                         SECTION.               00020310
      *--------------------------------------------------------------   00020320
            READ FUNCLINK                                               00020330
              AT END MOVE 10 TO WRK-FS-FUNCLINK                         00020340
            END-READ.                                                   00020350
            IF WRK-FS-FUNCLINK NOT EQUAL 10                             00020360
              ADD 1 TO WRK-VINC-LIDOS                                   00020370
            END-IF.                                                     00020380
      *--------------------------------------------------------------   00020390
       5400-99-FIM.                              EXIT.                  00020400
      *--------------------------------------------------------------   00020410
      ***************************************************************   00020420
      *          T R A T A   E R R O S                              *   00020430
      ***************************************************************   00020440
      *--------------------------------------------------------------   00020450
       6000-TRATA-ERROS                          SECTION.               00020460
      *--------------------------------------------------------------   00020470
            CALL WRK-ERRORLOG USING WRK-DADOS.                          00020480
            MOVE 8 TO RETURN-CODE.                                      00020490
            GOBACK.                                                     00020500
      *--------------------------------------------------------------   00020510
       6000-99-FIM.                              EXIT.                  00020520
      *--------------------------------------------------------------   00020530
