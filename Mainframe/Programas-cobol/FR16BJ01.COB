      *=============================================================*   00010000
       IDENTIFICATION                            DIVISION.              00010010
      *=============================================================*   00010020
                                                                        00010030
       PROGRAM-ID. FR16BJ01.                                            00010040
      *=============================================================*   00010050
      *             T R E I N A M E N T O                           *   00010060
      *=============================================================*   00010070
      * PROGRAMA......: FR16BJ01.                                   *   00010080
      *-------------------------------------------------------------*   00010090
      * PROGRAMADOR...: LUCIANO GUIMARAES.                          *   00010100
      * DATA..........: 15/10/2026                                  *   00010110
      * EMPRESA.......: FOURSYS                                     *   00010120
      * INSTRUTOR.....: IVAN SANCHES                                *   00010130
      *-------------------------------------------------------------*   00010140
      * OBJETIVO......: BLOQUEIO JUDICIAL DE VALOR. APLICA NO       *   00010150
      *                 CADASTRO DE BLOQUEIOS (VSAM KSDS BLQVSAM,   *   00010160
      *                 #BLQREG) AS ORDENS DO ARQUIVO RECEBIDO DO   *   00010170
      *                 JUDICIARIO (ORDJUD), NA ORDEM DE CHEGADA -  *   00010180
      *                 B = BLOQUEIO NOVO DE UM VALOR DA CONTA      *   00010190
      *                     (CONTA TEM DE EXISTIR NO CLIEVSAM,      *   00010200
      *                     PROCESSO E VALOR OBRIGATORIOS);         *   00010210
      *                 R = REFORCO: SOMA O VALOR AO ORDENADO E     *   00010220
      *                     TENTA BLOQUEAR A FALTA (VALOR EM BRANCO *   00010230
      *                     = SO REITERA O BLOQUEIO DA FALTA);      *   00010240
      *                 L = LIBERACAO DE PARTE DO VALOR BLOQUEADO   *   00010250
      *                     (VALOR EM BRANCO OU ZERO = LIBERACAO    *   00010260
      *                     TOTAL, QUE ENCERRA A ORDEM);            *   00010270
      *                 T = ORDEM DE TRANSFERENCIA DO VALOR         *   00010280
      *                     BLOQUEADO PARA A CONTA DE DEPOSITO      *   00010290
      *                     JUDICIAL, FEITA NA NOITE PELO FR16BJ03  *   00010300
      *                     (REENVIAR O T DEPOIS DE UMA FALHA       *   00010310
      *                     REARMA A TRANSFERENCIA).                *   00010320
      *                 O BLOQUEIO SO RETEM O QUE HA DE SALDO       *   00010330
      *                 POSITIVO NA CONTA, DESCONTADO O QUE OUTRAS  *   00010340
      *                 ORDENS DA MESMA CONTA JA RETEM; O QUE NAO   *   00010350
      *                 COUBE FICA COMO FALTA. O LIMITE DE CHEQUE   *   00010360
      *                 ESPECIAL NAO E BLOQUEADO.                   *   00010370
      *                 O ARQUIVO TEM HEADER E TRAILER (#CTLREG),   *   00010380
      *                 CONFERIDOS NUM PRIMEIRO PASSO ANTES DE      *   00010390
      *                 QUALQUER ORDEM SER APLICADA, E O HEADER JA  *   00010400
      *                 ACEITO EM RODADA ANTERIOR (LISTA HDRANT/    *   00010410
      *                 HDRNOVO) RECUSA O ARQUIVO INTEIRO.          *   00010420
      *                 CADA ORDEM GERA UM REGISTRO NO RETORNO AO   *   00010430
      *                 JUDICIARIO (RETJUD, #BLQRET) E UMA LINHA NO *   00010440
      *                 RELATORIO DO DIA (RELBJ): ORDENS RECEBIDAS, *   00010450
      *                 VALOR BLOQUEADO, FALTA DE SALDO, LIBERACOES *   00010460
      *                 E TRANSFERENCIAS ORDENADAS. ORDEM QUE NAO   *   00010470
      *                 PASSA NA CRITICA SAI COMO REJEITADA COM O   *   00010480
      *                 MOTIVO, E O RETURN-CODE 4 AVISA A OPERACAO. *   00010490
      *-------------------------------------------------------------*   00010500
      *   ARQUIVOS...:                                              *   00010510
      *    DDNAME              I/O                                  *   00010520
      *    ORDJUD               I                                   *   00010530
      *    HDRANT               I                                   *   00010540
      *    CLIEVSAM             I                                   *   00010550
      *    BLQVSAM             I/O                                  *   00010560
      *    RETJUD               O                                   *   00010570
      *    HDRNOVO              O                                   *   00010580
      *    RELBJ                O                                   *   00010590
      *-------------------------------------------------------------*   00010600
      *   MODULOS....:                             INCLUDE/BOOK     *   00010610
      *   GRAVALOG -   TRATAMENTO DE ERROS            GLOG2         *   00010620
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
            SELECT ORDJUD    ASSIGN TO ORDJUD                           00010760
                FILE STATUS  IS WRK-FS-ORDJUD.                          00010770
                                                                        00010780
            SELECT HDRANT    ASSIGN TO HDRANT                           00010790
                FILE STATUS  IS WRK-FS-HDRANT.                          00010800
                                                                        00010810
            SELECT HDRNOVO   ASSIGN TO HDRNOVO                          00010820
                FILE STATUS  IS WRK-FS-HDRNOVO.                         00010830
                                                                        00010840
            SELECT CLIEVSAM  ASSIGN TO CLIEVSAM                         00010850
                ORGANIZATION IS INDEXED                                 00010860
                ACCESS MODE IS RANDOM                                   00010870
                RECORD KEY IS REG-CLIENTES-CHAVE                        00010880
                FILE STATUS  IS WRK-FS-CLIEVSAM.                        00010890
                                                                        00010900
            SELECT BLQVSAM   ASSIGN TO BLQVSAM                          00010910
                ORGANIZATION IS INDEXED                                 00010920
                ACCESS MODE IS DYNAMIC                                  00010930
                RECORD KEY IS REG-BLQ-CHAVE                             00010940
                FILE STATUS  IS WRK-FS-BLQVSAM.                         00010950
                                                                        00010960
            SELECT RETJUD    ASSIGN TO RETJUD                           00010970
                FILE STATUS  IS WRK-FS-RETJUD.                          00010980
                                                                        00010990
            SELECT RELBJ     ASSIGN TO RELBJ                            00011000
                FILE STATUS  IS WRK-FS-RELBJ.                           00011010
      *=============================================================*   00011020
       DATA                                      DIVISION.              00011030
      *=============================================================*   00011040
       FILE                                      SECTION.               00011050
      *-------------------------------------------------------------*   00011060
                                                                        00011070
       FD ORDJUD                                                        00011080
           RECORDING MODE IS F                                          00011090
           BLOCK CONTAINS 0 RECORDS.                                    00011100
                                                                        00011110
       01 FD-ORDJUD.                                                    00011120
          05 FD-OJ-ACAO            PIC X(01).                           00011130
             88 OJ-ACAO-BLOQUEIO        VALUE 'B'.                      00011140
             88 OJ-ACAO-REFORCO         VALUE 'R'.                      00011150
             88 OJ-ACAO-LIBERACAO       VALUE 'L'.                      00011160
             88 OJ-ACAO-TRANSFERENCIA   VALUE 'T'.                      00011170
          05 FD-OJ-CHAVE.                                               00011180
             10 FD-OJ-AGENCIA      PIC X(04).                           00011190
             10 FD-OJ-CONTA        PIC X(04).                           00011200
             10 FD-OJ-NUMERO       PIC X(16).                           00011210
          05 FD-OJ-PROCESSO        PIC X(25).                           00011220
          05 FD-OJ-JUIZO           PIC X(30).                           00011230
          05 FD-OJ-DATA-ORDEM      PIC 9(08).                           00011240
          05 FD-OJ-DATA-ORDEM-X REDEFINES FD-OJ-DATA-ORDEM              00011250
                                   PIC X(08).                           00011260
          05 FD-OJ-VALOR           PIC 9(08)V99.                        00011270
          05 FD-OJ-VALOR-X REDEFINES FD-OJ-VALOR                        00011280
                                   PIC X(10).                           00011290
          05 FILLER                PIC X(52).                           00011300
                                                                        00011310
      * SEGUNDA VISAO DO MESMO REGISTRO: HEADER/TRAILER DE CONTROLE     00011320
      * DO ARQUIVO DO JUDICIARIO, VALIDADOS ANTES DE APLICAR ORDENS.    00011330
       COPY '#CTLREG'.                                                  00011340
                                                                        00011350
       FD HDRANT                                                        00011360
           RECORDING MODE IS F                                          00011370
           BLOCK CONTAINS 0 RECORDS.                                    00011380
                                                                        00011390
       01 FD-HDRANT.                                                    00011400
          05 FD-HDA-ORIGEM     PIC X(08).                               00011410
          05 FD-HDA-DATA-ARQ   PIC 9(08).                               00011420
                                                                        00011430
       FD HDRNOVO                                                       00011440
           RECORDING MODE IS F.                                         00011450
                                                                        00011460
       01 FD-HDRNOVO.                                                   00011470
          05 FD-HDN-ORIGEM     PIC X(08).                               00011480
          05 FD-HDN-DATA-ARQ   PIC 9(08).                               00011490
                                                                        00011500
       FD CLIEVSAM.                                                     00011510
                                                                        00011520
       COPY '#CLIREG'.                                                  00011530
                                                                        00011540
       FD BLQVSAM.                                                      00011550
                                                                        00011560
       COPY '#BLQREG'.                                                  00011570
                                                                        00011580
       FD RETJUD                                                        00011590
           RECORDING  MODE IS F.                                        00011600
                                                                        00011610
       01 FD-RETJUD          PIC X(150).                                00011620
                                                                        00011630
       FD RELBJ                                                         00011640
           RECORDING  MODE IS F.                                        00011650
                                                                        00011660
       01 FD-RELBJ           PIC X(132).                                00011670
      *-------------------------------------------------------------*   00011680
       WORKING-STORAGE                           SECTION.               00011690
      *-------------------------------------------------------------*   00011700
                                                                        00011710
      *-------------------------------------------------------------*   00011720
       01 FILLER PIC X(45) VALUE                                        00011730
              '------------------#GLOG----------------------'.          00011740
      *-------------------------------------------------------------*   00011750
                                                                        00011760
       COPY '#GLOG'.                                                    00011770
                                                                        00011780
      *-------------------------------------------------------------*   00011790
       01 FILLER PIC X(45) VALUE                                        00011800
              '-----------DADOS E FILE STATUS---------------'.          00011810
      *-------------------------------------------------------------*   00011820
       77 WRK-FS-ORDJUD     PIC 9(02).                                  00011830
       77 WRK-FS-HDRANT     PIC 9(02).                                  00011840
       77 WRK-FS-HDRNOVO    PIC 9(02).                                  00011850
       77 WRK-FS-CLIEVSAM   PIC 9(02).                                  00011860
       77 WRK-FS-BLQVSAM    PIC 9(02).                                  00011870
       77 WRK-FS-RETJUD     PIC 9(02).                                  00011880
       77 WRK-FS-RELBJ      PIC 9(02).                                  00011890
       77 WRK-ERRORLOG      PIC X(08) VALUE 'ERRORLOG'.                 00011900
       77 WRK-DATA-PROC     PIC 9(08) VALUE ZEROS.                      00011910
       77 WRK-MOTIVO        PIC X(30) VALUE SPACES.                     00011920
       77 WRK-RESULTADO     PIC X(15) VALUE SPACES.                     00011930
       77 WRK-DIA-INT       PIC S9(09) COMP VALUE ZEROS.                00011940
       77 WRK-DATA-VOLTA    PIC 9(08) VALUE ZEROS.                      00011950
       77 WRK-SW-BLOQUEIO   PIC X(01) VALUE 'N'.                        00011960
           88 WRK-BLOQUEIO-ACHADO      VALUE 'S'.                       00011970
           88 WRK-BLOQUEIO-NAO-ACHADO  VALUE 'N'.                       00011980
       77 WRK-SW-DATA       PIC X(01) VALUE 'S'.                        00011990
           88 WRK-DATA-OK              VALUE 'S'.                       00012000
           88 WRK-DATA-ERRADA          VALUE 'N'.                       00012010
       77 WRK-SW-FIM-CONTA  PIC X(01) VALUE 'N'.                        00012020
           88 WRK-FIM-CONTA            VALUE 'S'.                       00012030
                                                                        00012040
      * VALORES DA ORDEM EM CURSO.                                      00012050
       77 WRK-SOMA-CONTA    PIC S9(09)V99 VALUE ZEROS.                  00012060
       77 WRK-SALDO-LIVRE   PIC S9(09)V99 VALUE ZEROS.                  00012070
       77 WRK-FALTA         PIC S9(09)V99 VALUE ZEROS.                  00012080
       77 WRK-VALOR-ACAO    PIC 9(08)V99 VALUE ZEROS.                   00012090
       77 WRK-VALOR-ORDEM   PIC 9(08)V99 VALUE ZEROS.                   00012100
                                                                        00012110
      * CONTADORES E TOTAIS DO DIA.                                     00012120
       77 WRK-ORDENS-LIDAS  PIC 9(05) VALUE ZEROS.                      00012130
       77 WRK-BLOQUEIOS     PIC 9(05) VALUE ZEROS.                      00012140
       77 WRK-REFORCOS      PIC 9(05) VALUE ZEROS.                      00012150
       77 WRK-LIBERACOES    PIC 9(05) VALUE ZEROS.                      00012160
       77 WRK-TRANSFERENCIAS PIC 9(05) VALUE ZEROS.                     00012170
       77 WRK-REJEITADAS    PIC 9(05) VALUE ZEROS.                      00012180
       77 WRK-COM-FALTA     PIC 9(05) VALUE ZEROS.                      00012190
       77 WRK-TOT-ORDENADO  PIC 9(11)V99 VALUE ZEROS.                   00012200
       77 WRK-TOT-BLOQUEADO PIC 9(11)V99 VALUE ZEROS.                   00012210
       77 WRK-TOT-FALTA     PIC 9(11)V99 VALUE ZEROS.                   00012220
       77 WRK-TOT-LIBERADO  PIC 9(11)V99 VALUE ZEROS.                   00012230
       77 WRK-TOT-TRANSFERIR PIC 9(11)V99 VALUE ZEROS.                  00012240
                                                                        00012250
      * CONTROLE DO ARQUIVO DO JUDICIARIO (PRIMEIRO PASSO).             00012260
       77 WRK-CTL-QTDE-AP   PIC 9(09) VALUE ZEROS.                      00012270
       77 WRK-CTL-VALOR-AP  PIC 9(13)V99 VALUE ZEROS.                   00012280
       77 WRK-ANT-QTDE      PIC 9(03) COMP VALUE ZEROS.                 00012290
       77 WRK-ANT-MAX       PIC 9(03) COMP VALUE 200.                   00012300
       77 WRK-IND           PIC 9(03) COMP VALUE ZEROS.                 00012310
       77 WRK-HDR-ORIGEM    PIC X(08) VALUE SPACES.                     00012320
       77 WRK-HDR-DATA-ARQ  PIC 9(08) VALUE ZEROS.                      00012330
       77 WRK-SW-TRL        PIC X(01) VALUE 'N'.                        00012340
           88 WRK-TRAILER-VISTO        VALUE 'S'.                       00012350
           88 WRK-TRAILER-PENDENTE     VALUE 'N'.                       00012360
      * JANELA DE RISCO DE DUPLICATA: HEADER ACEITO MAIS VELHO DO       00012370
      * QUE ISTO SAI DA LISTA AO REGRAVAR O HDRNOVO.                    00012380
       77 WRK-HDR-RETENCAO  PIC 9(03) VALUE 060.                        00012390
       77 WRK-HDR-DATA-CORTE PIC 9(08) VALUE ZEROS.                     00012400
       77 WRK-HDR-DIA-CORTE PIC S9(09) COMP VALUE ZEROS.                00012410
       77 WRK-HDR-EXPURGADOS PIC 9(03) VALUE ZEROS.                     00012420
       77 WRK-SW-ACEITO     PIC X(01) VALUE 'N'.                        00012430
           88 WRK-ARQUIVO-ACEITO        VALUE 'S'.                      00012440
           88 WRK-ARQUIVO-RECUSADO      VALUE 'N'.                      00012450
       77 WRK-SW-DUP        PIC X(01) VALUE 'N'.                        00012460
           88 WRK-HEADER-DUPLICADO     VALUE 'S'.                       00012470
           88 WRK-HEADER-INEDITO       VALUE 'N'.                       00012480
                                                                        00012490
       01 WRK-TABELA-ACEITOS.                                           00012500
          05 WRK-TAB-ACEITO OCCURS 200 TIMES INDEXED BY ANT-IDX.        00012510
             10 WRK-TAC-ORIGEM     PIC X(08).                           00012520
             10 WRK-TAC-DATA-ARQ   PIC 9(08).                           00012530
                                                                        00012540
      * DATA EM TESTE PELA 2800-VALIDAR-DATA.                           00012550
       01 WRK-DATA-TESTE             PIC 9(08) VALUE ZEROS.             00012560
       01 FILLER REDEFINES WRK-DATA-TESTE.                              00012570
          05 WRK-DTT-ANO             PIC 9(04).                         00012580
          05 WRK-DTT-MES             PIC 9(02).                         00012590
          05 WRK-DTT-DIA             PIC 9(02).                         00012600
                                                                        00012610
      *-------------------------------------------------------------*   00012620
       01 FILLER PIC X(45) VALUE                                        00012630
              '-----------RETORNO AO JUDICIARIO-------------'.          00012640
      *-------------------------------------------------------------*   00012650
       COPY '#BLQRET'.                                                  00012660
                                                                        00012670
      * HEADER/TRAILER DO RETJUD, NO MESMO LAYOUT DO #CTLREG.           00012680
       01 WRK-CONTROLE-RET.                                             00012690
          05 WRK-CRT-TIPO          PIC X(03).                           00012700
          05 WRK-CRT-ORIGEM        PIC X(08) VALUE 'FR16BJ01'.          00012710
          05 WRK-CRT-DATA-ARQ      PIC 9(08).                           00012720
          05 WRK-CRT-QTDE          PIC 9(09).                           00012730
          05 WRK-CRT-VALOR         PIC 9(13)V99.                        00012740
          05 FILLER                PIC X(107) VALUE SPACES.             00012750
                                                                        00012760
       77 WRK-RET-QTDE      PIC 9(09) VALUE ZEROS.                      00012770
       77 WRK-RET-VALOR     PIC 9(13)V99 VALUE ZEROS.                   00012780
                                                                        00012790
      *-------------------------------------------------------------*   00012800
       01 FILLER PIC X(45) VALUE                                        00012810
              '-----------LAYOUTS DE IMPRESSAO--------------'.          00012820
      *-------------------------------------------------------------*   00012830
       01 WRK-CABECALHO-BJ.                                             00012840
          05 FILLER               PIC X(48) VALUE                       00012850
                    'BLOQUEIOS JUDICIAIS - ORDENS DO DIA   - FR16BJ01'. 00012860
          05 FILLER               PIC X(03) VALUE SPACES.               00012870
          05 WRK-CAB-DATA-PROC    PIC 9(08).                            00012880
                                                                        00012890
       01 WRK-CABECALHO-COL-BJ.                                         00012900
          05 FILLER               PIC X(30) VALUE                       00012910
                    'A  AG   CTA  NUMERO DA ORDEM  '.                   00012920
          05 FILLER               PIC X(28) VALUE                       00012930
                    '     ORDENADO     BLOQUEADO '.                     00012940
          05 FILLER               PIC X(28) VALUE                       00012950
                    '        FALTA    VALOR ACAO '.                     00012960
          05 FILLER               PIC X(22) VALUE                       00012970
                    'RESULTADO       MOTIVO'.                           00012980
                                                                        00012990
       01 WRK-DETALHE-BJ.                                               00013000
          05 WRK-BJ-ACAO          PIC X(01).                            00013010
          05 FILLER               PIC X(02) VALUE SPACES.               00013020
          05 WRK-BJ-AGENCIA       PIC X(04).                            00013030
          05 FILLER               PIC X(01) VALUE SPACES.               00013040
          05 WRK-BJ-CONTA         PIC X(04).                            00013050
          05 FILLER               PIC X(01) VALUE SPACES.               00013060
          05 WRK-BJ-NUMERO        PIC X(16).                            00013070
          05 FILLER               PIC X(01) VALUE SPACES.               00013080
          05 WRK-BJ-ORDENADO      PIC ZZ.ZZZ.ZZ9,99.                    00013090
          05 FILLER               PIC X(01) VALUE SPACES.               00013100
          05 WRK-BJ-BLOQUEADO     PIC ZZ.ZZZ.ZZ9,99.                    00013110
          05 FILLER               PIC X(01) VALUE SPACES.               00013120
          05 WRK-BJ-FALTA         PIC ZZ.ZZZ.ZZ9,99.                    00013130
          05 FILLER               PIC X(01) VALUE SPACES.               00013140
          05 WRK-BJ-VALOR-ACAO    PIC ZZ.ZZZ.ZZ9,99.                    00013150
          05 FILLER               PIC X(01) VALUE SPACES.               00013160
          05 WRK-BJ-RESULTADO     PIC X(15).                            00013170
          05 FILLER               PIC X(01) VALUE SPACES.               00013180
          05 WRK-BJ-MOTIVO        PIC X(30).                            00013190
                                                                        00013200
       01 WRK-TOTAL-BJ.                                                 00013210
          05 WRK-TOT-TEXTO        PIC X(34).                            00013220
          05 WRK-TOT-QTDE         PIC ZZZZ9.                            00013230
                                                                        00013240
       01 WRK-TOTAL-VALOR-BJ.                                           00013250
          05 WRK-TOV-TEXTO        PIC X(34).                            00013260
          05 WRK-TOV-VALOR        PIC ZZ.ZZZ.ZZZ.ZZ9,99.                00013270
                                                                        00013280
      *=============================================================*   00013290
       PROCEDURE                                 DIVISION.              00013300
      *=============================================================*   00013310
      ***************************************************************   00013320
      *          R O T I N A   P R I N C I P A L                    *   00013330
      ***************************************************************   00013340
      *--------------------------------------------------------------   00013350
       0000-PRINCIPAL                            SECTION.               00013360
      *--------------------------------------------------------------   00013370
             PERFORM 1000-INICIALIZAR.                                  00013380
             PERFORM 2000-PROCESSAR                                     00013390
                UNTIL WRK-FS-ORDJUD EQUAL 10.                           00013400
             PERFORM 3000-FINALIZAR.                                    00013410
             STOP RUN.                                                  00013420
      *--------------------------------------------------------------   00013430
       0000-99-FIM.                              EXIT.                  00013440
      *--------------------------------------------------------------   00013450
      ***************************************************************   00013460
      *             I N I C I A L I Z A R                           *   00013470
      ***************************************************************   00013480
      * O ARQUIVO DO JUDICIARIO E LIDO DUAS VEZES: O PRIMEIRO PASSO *   00013490
      * CONFERE HEADER, TRAILER E DUPLICATA SEM TOCAR O BLQVSAM -   *   00013500
      * TRANSMISSAO TRUNCADA E RECUSADA ANTES DE QUALQUER ORDEM SER *   00013510
      * APLICADA (VSAM NAO TEM ROLLBACK); SO COM O CONTROLE FECHADO *   00013520
      * O SEGUNDO PASSO RELE O ORDJUD E APLICA.                     *   00013530
      *--------------------------------------------------------------   00013540
       1000-INICIALIZAR                          SECTION.               00013550
      *--------------------------------------------------------------   00013560
             ACCEPT WRK-DATA-PROC FROM DATE YYYYMMDD.                   00013570
             OPEN INPUT ORDJUD HDRANT.                                  00013580
             PERFORM 5100-TESTAR-STATUS.                                00013590
             PERFORM 1100-CARREGAR-ACEITOS.                             00013600
             PERFORM 5400-LER-ORDJUD.                                   00013610
             PERFORM 1200-VALIDAR-HEADER.                               00013620
             PERFORM 5400-LER-ORDJUD.                                   00013630
             PERFORM 1400-VALIDAR-ORDENS                                00013640
                UNTIL WRK-FS-ORDJUD EQUAL 10.                           00013650
             IF WRK-TRAILER-PENDENTE                                    00013660
               MOVE 'TRAILER AUSENTE NO ORDJUD' TO WRK-MENSAGEM         00013670
               PERFORM 5300-REJEITAR-ARQUIVO                            00013680
             END-IF.                                                    00013690
             CLOSE ORDJUD.                                              00013700
             OPEN INPUT  ORDJUD CLIEVSAM                                00013710
                  I-O    BLQVSAM                                        00013720
                  OUTPUT RETJUD RELBJ.                                  00013730
             PERFORM 5100-TESTAR-STATUS.                                00013740
             MOVE 'HDR'             TO WRK-CRT-TIPO.                    00013750
             MOVE WRK-DATA-PROC     TO WRK-CRT-DATA-ARQ.                00013760
             MOVE ZEROS             TO WRK-CRT-QTDE WRK-CRT-VALOR.      00013770
             WRITE FD-RETJUD FROM WRK-CONTROLE-RET.                     00013780
             MOVE WRK-DATA-PROC     TO WRK-CAB-DATA-PROC.               00013790
             WRITE FD-RELBJ FROM WRK-CABECALHO-BJ.                      00013800
             MOVE SPACES TO FD-RELBJ.                                   00013810
             WRITE FD-RELBJ.                                            00013820
             WRITE FD-RELBJ FROM WRK-CABECALHO-COL-BJ.                  00013830
      *      O PRIMEIRO REGISTRO E O HEADER, JA CONFERIDO:              00013840
             PERFORM 5400-LER-ORDJUD.                                   00013850
             PERFORM 5400-LER-ORDJUD.                                   00013860
      *--------------------------------------------------------------   00013870
       1000-99-FIM.                              EXIT.                  00013880
      *--------------------------------------------------------------   00013890
      ***************************************************************   00013900
      *   C A R R E G A R   H E A D E R S   J A   A C E I T O S     *   00013910
      ***************************************************************   00013920
      *--------------------------------------------------------------   00013930
       1100-CARREGAR-ACEITOS                     SECTION.               00013940
      *--------------------------------------------------------------   00013950
            COMPUTE WRK-HDR-DIA-CORTE =                                 00013960
               FUNCTION INTEGER-OF-DATE (WRK-DATA-PROC)                 00013970
               - WRK-HDR-RETENCAO.                                      00013980
            COMPUTE WRK-HDR-DATA-CORTE =                                00013990
               FUNCTION DATE-OF-INTEGER (WRK-HDR-DIA-CORTE).            00014000
            READ HDRANT                                                 00014010
              AT END MOVE 10 TO WRK-FS-HDRANT                           00014020
            END-READ.                                                   00014030
            PERFORM 1150-GUARDAR-ACEITO                                 00014040
               UNTIL WRK-FS-HDRANT EQUAL 10                             00014050
                  OR WRK-ANT-QTDE EQUAL WRK-ANT-MAX.                    00014060
            IF WRK-FS-HDRANT NOT EQUAL 10                               00014070
              MOVE 'FR16BJ01'            TO WRK-PROGRAMA                00014080
              MOVE '1100'                TO WRK-SECAO                   00014090
              PERFORM 3700-GRAVAR-HDRNOVO                               00014100
              MOVE 'LISTA DE HEADERS EXCEDE O LIMITE' TO WRK-MENSAGEM   00014110
              MOVE WRK-FS-HDRANT         TO WRK-STATUS                  00014120
              PERFORM 6000-TRATA-ERROS                                  00014130
            END-IF.                                                     00014140
            CLOSE HDRANT.                                               00014150
      *--------------------------------------------------------------   00014160
       1100-99-FIM.                              EXIT.                  00014170
      *--------------------------------------------------------------   00014180
      *--------------------------------------------------------------   00014190
       1150-GUARDAR-ACEITO                       SECTION.               00014200
      *--------------------------------------------------------------   00014210
            ADD 1 TO WRK-ANT-QTDE.                                      00014220
            SET ANT-IDX TO WRK-ANT-QTDE.                                00014230
            MOVE FD-HDA-ORIGEM   TO WRK-TAC-ORIGEM (ANT-IDX)            00014240
            MOVE FD-HDA-DATA-ARQ TO WRK-TAC-DATA-ARQ (ANT-IDX).         00014250
            READ HDRANT                                                 00014260
              AT END MOVE 10 TO WRK-FS-HDRANT                           00014270
            END-READ.                                                   00014280
      *--------------------------------------------------------------   00014290
       1150-99-FIM.                              EXIT.                  00014300
      *--------------------------------------------------------------   00014310
      ***************************************************************   00014320
      *   V A L I D A R   O   H E A D E R   D O   O R D J U D       *   00014330
      ***************************************************************   00014340
      * O PRIMEIRO REGISTRO DO ORDJUD TEM DE SER O HEADER DE        *   00014350
      * CONTROLE (#CTLREG); ORIGEM+DATA JA ACEITOS EM RODADA        *   00014360
      * ANTERIOR RECUSAM O ARQUIVO INTEIRO, PARA NAO BLOQUEAR OU    *   00014370
      * LIBERAR DUAS VEZES O MESMO VALOR.                           *   00014380
      *--------------------------------------------------------------   00014390
       1200-VALIDAR-HEADER                       SECTION.               00014400
      *--------------------------------------------------------------   00014410
            IF WRK-FS-ORDJUD EQUAL 10 OR NOT REG-CTL-HEADER             00014420
              MOVE 'ARQUIVO ORDJUD SEM HEADER' TO WRK-MENSAGEM          00014430
              PERFORM 5300-REJEITAR-ARQUIVO                             00014440
            END-IF.                                                     00014450
            MOVE REG-CTL-ORIGEM   TO WRK-HDR-ORIGEM.                    00014460
            MOVE REG-CTL-DATA-ARQ TO WRK-HDR-DATA-ARQ.                  00014470
            MOVE 'N' TO WRK-SW-DUP.                                     00014480
            MOVE 1 TO WRK-IND.                                          00014490
            PERFORM 1210-TESTAR-DUPLICATA                               00014500
               UNTIL WRK-HEADER-DUPLICADO                               00014510
                  OR WRK-IND GREATER WRK-ANT-QTDE.                      00014520
            IF WRK-HEADER-DUPLICADO                                     00014530
              MOVE 'ARQUIVO ORDJUD JA PROCESSADO' TO WRK-MENSAGEM       00014540
              PERFORM 5300-REJEITAR-ARQUIVO                             00014550
            END-IF.                                                     00014560
      *--------------------------------------------------------------   00014570
       1200-99-FIM.                              EXIT.                  00014580
      *--------------------------------------------------------------   00014590
      *--------------------------------------------------------------   00014600
       1210-TESTAR-DUPLICATA                     SECTION.               00014610
      *--------------------------------------------------------------   00014620
            SET ANT-IDX TO WRK-IND.                                     00014630
            IF WRK-TAC-ORIGEM (ANT-IDX) EQUAL WRK-HDR-ORIGEM AND        00014640
               WRK-TAC-DATA-ARQ (ANT-IDX) EQUAL WRK-HDR-DATA-ARQ        00014650
              MOVE 'S' TO WRK-SW-DUP                                    00014660
            ELSE                                                        00014670
              ADD 1 TO WRK-IND                                          00014680
            END-IF.                                                     00014690
      *--------------------------------------------------------------   00014700
       1210-99-FIM.                              EXIT.                  00014710
      *--------------------------------------------------------------   00014720
      ***************************************************************   00014730
      *   V A L I D A R   A S   O R D E N S   ( 1 O   P A S S O )   *   00014740
      ***************************************************************   00014750
      * SO CONTA E SOMA O VALOR (EM BRANCO CONTA ZERO) E CONFERE O  *   00014760
      * TRAILER; NADA E APLICADO NO BLQVSAM NESTE PASSO.            *   00014770
      *--------------------------------------------------------------   00014780
       1400-VALIDAR-ORDENS                       SECTION.               00014790
      *--------------------------------------------------------------   00014800
            EVALUATE TRUE                                               00014810
             WHEN REG-CTL-TRAILER                                       00014820
               PERFORM 2900-VALIDAR-TRAILER                             00014830
             WHEN WRK-TRAILER-VISTO                                     00014840
               MOVE 'REGISTRO APOS O TRAILER DO ORDJUD'                 00014850
                                          TO WRK-MENSAGEM               00014860
               PERFORM 5300-REJEITAR-ARQUIVO                            00014870
             WHEN OTHER                                                 00014880
               ADD 1 TO WRK-CTL-QTDE-AP                                 00014890
               IF FD-OJ-VALOR NUMERIC                                   00014900
                 ADD FD-OJ-VALOR TO WRK-CTL-VALOR-AP                    00014910
               END-IF                                                   00014920
            END-EVALUATE.                                               00014930
            PERFORM 5400-LER-ORDJUD.                                    00014940
      *--------------------------------------------------------------   00014950
       1400-99-FIM.                              EXIT.                  00014960
      *--------------------------------------------------------------   00014970
      ***************************************************************   00014980
      *               P R O C E S S A R                             *   00014990
      ***************************************************************   00015000
      * AS ORDENS SAO APLICADAS NA ORDEM DE CHEGADA: UM BLOQUEIO E  *   00015010
      * UM REFORCO DA MESMA ORDEM NO MESMO ARQUIVO VALEM NESSA      *   00015020
      * SEQUENCIA.                                                  *   00015030
      *--------------------------------------------------------------   00015040
       2000-PROCESSAR                            SECTION.               00015050
      *--------------------------------------------------------------   00015060
            IF REG-CTL-TRAILER                                          00015070
      *       CONTROLE JA CONFERIDO NO PRIMEIRO PASSO: FIM DO           00015080
      *       ARQUIVO LOGICO.                                           00015090
              MOVE 10 TO WRK-FS-ORDJUD                                  00015100
            ELSE                                                        00015110
              ADD 1 TO WRK-ORDENS-LIDAS                                 00015120
              MOVE SPACES TO WRK-MOTIVO WRK-RESULTADO                   00015130
              MOVE ZEROS  TO WRK-VALOR-ACAO                             00015140
              IF FD-OJ-AGENCIA EQUAL SPACES OR                          00015150
                 FD-OJ-CONTA   EQUAL SPACES OR                          00015160
                 FD-OJ-NUMERO  EQUAL SPACES                             00015170
                MOVE 'N' TO WRK-SW-BLOQUEIO                             00015180
                MOVE 'CHAVE DA ORDEM INVALIDA' TO WRK-MOTIVO            00015190
                PERFORM 2600-GRAVAR-REJEITO                             00015200
              ELSE                                                      00015210
                PERFORM 2050-LER-BLOQUEIO                               00015220
                EVALUATE TRUE                                           00015230
                 WHEN OJ-ACAO-BLOQUEIO                                  00015240
                   PERFORM 2100-BLOQUEAR                                00015250
                 WHEN OJ-ACAO-REFORCO                                   00015260
                   PERFORM 2200-REFORCAR                                00015270
                 WHEN OJ-ACAO-LIBERACAO                                 00015280
                   PERFORM 2300-LIBERAR                                 00015290
                 WHEN OJ-ACAO-TRANSFERENCIA                             00015300
                   PERFORM 2400-ORDENAR-TRANSFERENCIA                   00015310
                 WHEN OTHER                                             00015320
                   MOVE 'ACAO INVALIDA' TO WRK-MOTIVO                   00015330
                   PERFORM 2600-GRAVAR-REJEITO                          00015340
                END-EVALUATE                                            00015350
              END-IF                                                    00015360
              PERFORM 5400-LER-ORDJUD                                   00015370
            END-IF.                                                     00015380
      *--------------------------------------------------------------   00015390
       2000-99-FIM.                              EXIT.                  00015400
      *--------------------------------------------------------------   00015410
      *--------------------------------------------------------------   00015420
       2050-LER-BLOQUEIO                         SECTION.               00015430
      *--------------------------------------------------------------   00015440
            MOVE FD-OJ-CHAVE TO REG-BLQ-CHAVE.                          00015450
            READ BLQVSAM                                                00015460
              INVALID KEY                                               00015470
                MOVE 'N' TO WRK-SW-BLOQUEIO                             00015480
              NOT INVALID KEY                                           00015490
                MOVE 'S' TO WRK-SW-BLOQUEIO                             00015500
            END-READ.                                                   00015510
      *--------------------------------------------------------------   00015520
       2050-99-FIM.                              EXIT.                  00015530
      *--------------------------------------------------------------   00015540
      ***************************************************************   00015550
      *   S O M A R   O   B L O Q U E A D O   D A   C O N T A       *   00015560
      ***************************************************************   00015570
      * PERCORRE AS ORDENS DA CONTA (CHAVE AGENCIA+CONTA+NUMERO) E  *   00015580
      * SOMA O VALOR QUE AS ORDENS EM SITUACAO A OU T RETEM. A AREA *   00015590
      * DO REGISTRO FICA COM A ULTIMA ORDEM LIDA: QUEM CHAMA RELE A *   00015600
      * ORDEM EM CURSO DEPOIS (2050).                               *   00015610
      *--------------------------------------------------------------   00015620
       2060-SOMAR-CONTA                          SECTION.               00015630
      *--------------------------------------------------------------   00015640
            MOVE ZEROS         TO WRK-SOMA-CONTA.                       00015650
            MOVE 'N'           TO WRK-SW-FIM-CONTA.                     00015660
            MOVE FD-OJ-AGENCIA TO REG-BLQ-AGENCIA.                      00015670
            MOVE FD-OJ-CONTA   TO REG-BLQ-CONTA.                        00015680
            MOVE LOW-VALUES    TO REG-BLQ-NUMERO.                       00015690
            START BLQVSAM KEY IS NOT LESS REG-BLQ-CHAVE                 00015700
              INVALID KEY                                               00015710
                MOVE 'S' TO WRK-SW-FIM-CONTA                            00015720
            END-START.                                                  00015730
            IF NOT WRK-FIM-CONTA                                        00015740
              PERFORM 2065-LER-PROXIMO                                  00015750
              PERFORM 2070-SOMAR-ORDEM                                  00015760
                 UNTIL WRK-FIM-CONTA                                    00015770
            END-IF.                                                     00015780
      *--------------------------------------------------------------   00015790
       2060-99-FIM.                              EXIT.                  00015800
      *--------------------------------------------------------------   00015810
      *--------------------------------------------------------------   00015820
       2065-LER-PROXIMO                          SECTION.               00015830
      *--------------------------------------------------------------   00015840
            READ BLQVSAM NEXT RECORD                                    00015850
              AT END                                                    00015860
                MOVE 'S' TO WRK-SW-FIM-CONTA                            00015870
            END-READ.                                                   00015880
            IF NOT WRK-FIM-CONTA AND                                    00015890
               (REG-BLQ-AGENCIA NOT EQUAL FD-OJ-AGENCIA OR              00015900
                REG-BLQ-CONTA   NOT EQUAL FD-OJ-CONTA)                  00015910
              MOVE 'S' TO WRK-SW-FIM-CONTA                              00015920
            END-IF.                                                     00015930
      *--------------------------------------------------------------   00015940
       2065-99-FIM.                              EXIT.                  00015950
      *--------------------------------------------------------------   00015960
      *--------------------------------------------------------------   00015970
       2070-SOMAR-ORDEM                          SECTION.               00015980
      *--------------------------------------------------------------   00015990
            IF REG-BLQ-RETEM                                            00016000
              ADD REG-BLQ-VALOR-BLOQUEADO TO WRK-SOMA-CONTA             00016010
            END-IF.                                                     00016020
            PERFORM 2065-LER-PROXIMO.                                   00016030
      *--------------------------------------------------------------   00016040
       2070-99-FIM.                              EXIT.                  00016050
      *--------------------------------------------------------------   00016060
      ***************************************************************   00016070
      *   C A L C U L A R   O   V A L O R   A   B L O Q U E A R     *   00016080
      ***************************************************************   00016090
      * BLOQUEIA A FALTA DA ORDEM (ORDENADO - BLOQUEADO) ATE O      *   00016100
      * SALDO POSITIVO DA CONTA QUE AS OUTRAS ORDENS AINDA NAO      *   00016110
      * RETEM. O LIMITE DE CHEQUE ESPECIAL NAO ENTRA.               *   00016120
      *--------------------------------------------------------------   00016130
       2080-CALCULAR-BLOQUEIO                    SECTION.               00016140
      *--------------------------------------------------------------   00016150
            COMPUTE WRK-SALDO-LIVRE =                                   00016160
               REG-CLIENTES-SALDO - WRK-SOMA-CONTA.                     00016170
            IF WRK-SALDO-LIVRE LESS ZEROS                               00016180
              MOVE ZEROS TO WRK-SALDO-LIVRE                             00016190
            END-IF.                                                     00016200
            COMPUTE WRK-FALTA =                                         00016210
               REG-BLQ-VALOR-ORDENADO - REG-BLQ-VALOR-BLOQUEADO.        00016220
            IF WRK-FALTA GREATER WRK-SALDO-LIVRE                        00016230
              MOVE WRK-SALDO-LIVRE TO WRK-VALOR-ACAO                    00016240
            ELSE                                                        00016250
              MOVE WRK-FALTA       TO WRK-VALOR-ACAO                    00016260
            END-IF.                                                     00016270
            ADD WRK-VALOR-ACAO TO REG-BLQ-VALOR-BLOQUEADO.              00016280
            IF WRK-VALOR-ACAO GREATER ZEROS                             00016290
              MOVE WRK-DATA-PROC TO REG-BLQ-DATA-ULT-BLOQ               00016300
            END-IF.                                                     00016310
            EVALUATE TRUE                                               00016320
             WHEN REG-BLQ-VALOR-BLOQUEADO EQUAL REG-BLQ-VALOR-ORDENADO  00016330
               MOVE 'BLOQUEADA'    TO WRK-RESULTADO                     00016340
             WHEN REG-BLQ-VALOR-BLOQUEADO GREATER ZEROS                 00016350
               MOVE 'BLOQ PARCIAL' TO WRK-RESULTADO                     00016360
               ADD 1 TO WRK-COM-FALTA                                   00016370
             WHEN OTHER                                                 00016380
               MOVE 'SEM SALDO'    TO WRK-RESULTADO                     00016390
               ADD 1 TO WRK-COM-FALTA                                   00016400
            END-EVALUATE.                                               00016410
            ADD WRK-VALOR-ACAO TO WRK-TOT-BLOQUEADO.                    00016420
            COMPUTE WRK-TOT-FALTA = WRK-TOT-FALTA +                     00016430
               REG-BLQ-VALOR-ORDENADO - REG-BLQ-VALOR-BLOQUEADO.        00016440
      *--------------------------------------------------------------   00016450
       2080-99-FIM.                              EXIT.                  00016460
      *--------------------------------------------------------------   00016470
      ***************************************************************   00016480
      *               B L O Q U E A R                               *   00016490
      ***************************************************************   00016500
      *--------------------------------------------------------------   00016510
       2100-BLOQUEAR                             SECTION.               00016520
      *--------------------------------------------------------------   00016530
            MOVE FD-OJ-AGENCIA TO REG-CLIENTES-AGENCIA.                 00016540
            MOVE FD-OJ-CONTA   TO REG-CLIENTES-CONTA.                   00016550
            READ CLIEVSAM                                               00016560
              INVALID KEY                                               00016570
                MOVE 'CONTA NAO CADASTRADA' TO WRK-MOTIVO               00016580
            END-READ.                                                   00016590
            EVALUATE TRUE                                               00016600
             WHEN WRK-MOTIVO NOT EQUAL SPACES                           00016610
               CONTINUE                                                 00016620
             WHEN WRK-BLOQUEIO-ACHADO                                   00016630
               MOVE 'ORDEM JA CADASTRADA' TO WRK-MOTIVO                 00016640
             WHEN FD-OJ-PROCESSO EQUAL SPACES                           00016650
               MOVE 'PROCESSO NAO INFORMADO' TO WRK-MOTIVO              00016660
             WHEN FD-OJ-VALOR NOT NUMERIC OR                            00016670
                  FD-OJ-VALOR EQUAL ZEROS                               00016680
               MOVE 'VALOR INVALIDO' TO WRK-MOTIVO                      00016690
             WHEN FD-OJ-DATA-ORDEM-X EQUAL SPACES                       00016700
               MOVE WRK-DATA-PROC TO WRK-DATA-TESTE                     00016710
             WHEN OTHER                                                 00016720
               MOVE FD-OJ-DATA-ORDEM-X TO WRK-DATA-TESTE                00016730
               PERFORM 2800-VALIDAR-DATA                                00016740
               IF WRK-DATA-ERRADA                                       00016750
                 MOVE 'DATA DA ORDEM INVALIDA' TO WRK-MOTIVO            00016760
               END-IF                                                   00016770
            END-EVALUATE.                                               00016780
            IF WRK-MOTIVO EQUAL SPACES                                  00016790
              PERFORM 2060-SOMAR-CONTA                                  00016800
              INITIALIZE REG-BLQ                                        00016810
              MOVE FD-OJ-CHAVE      TO REG-BLQ-CHAVE                    00016820
              MOVE FD-OJ-PROCESSO   TO REG-BLQ-PROCESSO                 00016830
              MOVE FD-OJ-JUIZO      TO REG-BLQ-JUIZO                    00016840
              MOVE WRK-DATA-TESTE   TO REG-BLQ-DATA-ORDEM               00016850
              MOVE FD-OJ-VALOR      TO REG-BLQ-VALOR-ORDENADO           00016860
              MOVE 'A'              TO REG-BLQ-SITUACAO                 00016870
              MOVE WRK-DATA-PROC    TO REG-BLQ-DATA-INCL                00016880
              ADD FD-OJ-VALOR       TO WRK-TOT-ORDENADO                 00016890
              PERFORM 2080-CALCULAR-BLOQUEIO                            00016900
              MOVE WRK-DATA-PROC    TO REG-BLQ-DATA-ALT                 00016910
              MOVE 'BLOQJUD'        TO REG-BLQ-OPERADOR                 00016920
              WRITE REG-BLQ                                             00016930
                INVALID KEY                                             00016940
                  MOVE 'FR16BJ01'            TO WRK-PROGRAMA            00016950
                  MOVE '2100'                TO WRK-SECAO               00016960
                  MOVE 'ERRO NA GRAVACAO DO BLQVSAM' TO WRK-MENSAGEM    00016970
                  MOVE WRK-FS-BLQVSAM        TO WRK-STATUS              00016980
                  PERFORM 6000-TRATA-ERROS                              00016990
              END-WRITE                                                 00017000
              MOVE 'S' TO WRK-SW-BLOQUEIO                               00017010
              PERFORM 2650-GRAVAR-LINHA                                 00017020
              ADD 1 TO WRK-BLOQUEIOS                                    00017030
            ELSE                                                        00017040
              PERFORM 2600-GRAVAR-REJEITO                               00017050
            END-IF.                                                     00017060
      *--------------------------------------------------------------   00017070
       2100-99-FIM.                              EXIT.                  00017080
      *--------------------------------------------------------------   00017090
      ***************************************************************   00017100
      *               R E F O R C A R                               *   00017110
      ***************************************************************   00017120
      * O VALOR INFORMADO SOMA AO ORDENADO; EM BRANCO OU ZERO SO    *   00017130
      * REITERA O BLOQUEIO DA FALTA COM O SALDO DE AGORA.           *   00017140
      *--------------------------------------------------------------   00017150
       2200-REFORCAR                             SECTION.               00017160
      *--------------------------------------------------------------   00017170
            MOVE ZEROS TO WRK-VALOR-ORDEM.                              00017180
            EVALUATE TRUE                                               00017190
             WHEN WRK-BLOQUEIO-NAO-ACHADO                               00017200
               MOVE 'ORDEM NAO CADASTRADA' TO WRK-MOTIVO                00017210
             WHEN REG-BLQ-TRANSF-ORDENADA                               00017220
               MOVE 'TRANSFERENCIA JA ORDENADA' TO WRK-MOTIVO           00017230
             WHEN NOT REG-BLQ-ATIVO                                     00017240
               MOVE 'ORDEM ENCERRADA' TO WRK-MOTIVO                     00017250
             WHEN FD-OJ-VALOR-X EQUAL SPACES                            00017260
               CONTINUE                                                 00017270
             WHEN FD-OJ-VALOR NOT NUMERIC                               00017280
               MOVE 'VALOR INVALIDO' TO WRK-MOTIVO                      00017290
             WHEN OTHER                                                 00017300
               MOVE FD-OJ-VALOR TO WRK-VALOR-ORDEM                      00017310
            END-EVALUATE.                                               00017320
            IF WRK-MOTIVO EQUAL SPACES AND                              00017330
               WRK-VALOR-ORDEM EQUAL ZEROS AND                          00017340
               REG-BLQ-VALOR-BLOQUEADO NOT LESS REG-BLQ-VALOR-ORDENADO  00017350
              MOVE 'SEM FALTA A BLOQUEAR' TO WRK-MOTIVO                 00017360
            END-IF.                                                     00017370
            IF WRK-MOTIVO EQUAL SPACES                                  00017380
              MOVE FD-OJ-AGENCIA TO REG-CLIENTES-AGENCIA                00017390
              MOVE FD-OJ-CONTA   TO REG-CLIENTES-CONTA                  00017400
              READ CLIEVSAM                                             00017410
                INVALID KEY                                             00017420
                  MOVE 'CONTA NAO CADASTRADA' TO WRK-MOTIVO             00017430
              END-READ                                                  00017440
            END-IF.                                                     00017450
            IF WRK-MOTIVO EQUAL SPACES                                  00017460
              PERFORM 2060-SOMAR-CONTA                                  00017470
              PERFORM 2050-LER-BLOQUEIO                                 00017480
              ADD WRK-VALOR-ORDEM TO REG-BLQ-VALOR-ORDENADO             00017490
              ADD WRK-VALOR-ORDEM TO WRK-TOT-ORDENADO                   00017500
              PERFORM 2080-CALCULAR-BLOQUEIO                            00017510
              PERFORM 2950-REGRAVAR-BLOQUEIO                            00017520
              PERFORM 2650-GRAVAR-LINHA                                 00017530
              ADD 1 TO WRK-REFORCOS                                     00017540
            ELSE                                                        00017550
              PERFORM 2600-GRAVAR-REJEITO                               00017560
            END-IF.                                                     00017570
      *--------------------------------------------------------------   00017580
       2200-99-FIM.                              EXIT.                  00017590
      *--------------------------------------------------------------   00017600
      ***************************************************************   00017610
      *               L I B E R A R                                 *   00017620
      ***************************************************************   00017630
      * LIBERACAO TOTAL (VALOR EM BRANCO OU ZERO) SOLTA TUDO O QUE  *   00017640
      * ESTA BLOQUEADO E ENCERRA A ORDEM. A PARCIAL REDUZ O         *   00017650
      * BLOQUEADO E O ORDENADO NO MESMO VALOR; SE O ORDENADO ZERAR, *   00017660
      * A ORDEM TAMBEM SE ENCERRA. VALE TAMBEM NA ORDEM COM         *   00017670
      * TRANSFERENCIA PENDENTE (SO O QUE SOBRAR E TRANSFERIDO).     *   00017680
      *--------------------------------------------------------------   00017690
       2300-LIBERAR                              SECTION.               00017700
      *--------------------------------------------------------------   00017710
            EVALUATE TRUE                                               00017720
             WHEN WRK-BLOQUEIO-NAO-ACHADO                               00017730
               MOVE 'ORDEM NAO CADASTRADA' TO WRK-MOTIVO                00017740
             WHEN NOT REG-BLQ-RETEM                                     00017750
               MOVE 'ORDEM ENCERRADA' TO WRK-MOTIVO                     00017760
             WHEN FD-OJ-VALOR-X EQUAL SPACES                            00017770
               CONTINUE                                                 00017780
             WHEN FD-OJ-VALOR NOT NUMERIC                               00017790
               MOVE 'VALOR INVALIDO' TO WRK-MOTIVO                      00017800
             WHEN FD-OJ-VALOR GREATER REG-BLQ-VALOR-BLOQUEADO           00017810
               MOVE 'VALOR ACIMA DO BLOQUEADO' TO WRK-MOTIVO            00017820
            END-EVALUATE.                                               00017830
            IF WRK-MOTIVO EQUAL SPACES                                  00017840
              IF FD-OJ-VALOR-X EQUAL SPACES OR                          00017850
                 FD-OJ-VALOR EQUAL ZEROS                                00017860
                MOVE REG-BLQ-VALOR-BLOQUEADO TO WRK-VALOR-ACAO          00017870
                MOVE ZEROS TO REG-BLQ-VALOR-BLOQUEADO                   00017880
                MOVE 'L'   TO REG-BLQ-SITUACAO                          00017890
              ELSE                                                      00017900
                MOVE FD-OJ-VALOR TO WRK-VALOR-ACAO                      00017910
                SUBTRACT WRK-VALOR-ACAO FROM REG-BLQ-VALOR-BLOQUEADO    00017920
                SUBTRACT WRK-VALOR-ACAO FROM REG-BLQ-VALOR-ORDENADO     00017930
                IF REG-BLQ-VALOR-ORDENADO EQUAL ZEROS                   00017940
                  MOVE 'L' TO REG-BLQ-SITUACAO                          00017950
                END-IF                                                  00017960
              END-IF                                                    00017970
              ADD WRK-VALOR-ACAO TO REG-BLQ-VALOR-LIBERADO              00017980
              ADD WRK-VALOR-ACAO TO WRK-TOT-LIBERADO                    00017990
              IF REG-BLQ-LIBERADO                                       00018000
                MOVE WRK-DATA-PROC TO REG-BLQ-DATA-LIBERACAO            00018010
                MOVE 'LIBERADA'    TO WRK-RESULTADO                     00018020
              ELSE                                                      00018030
                MOVE 'LIB PARCIAL' TO WRK-RESULTADO                     00018040
              END-IF                                                    00018050
              PERFORM 2950-REGRAVAR-BLOQUEIO                            00018060
              PERFORM 2650-GRAVAR-LINHA                                 00018070
              ADD 1 TO WRK-LIBERACOES                                   00018080
            ELSE                                                        00018090
              PERFORM 2600-GRAVAR-REJEITO                               00018100
            END-IF.                                                     00018110
      *--------------------------------------------------------------   00018120
       2300-99-FIM.                              EXIT.                  00018130
      *--------------------------------------------------------------   00018140
      ***************************************************************   00018150
      *   O R D E N A R   T R A N S F E R E N C I A                 *   00018160
      ***************************************************************   00018170
      * MARCA A ORDEM PARA O FR16BJ03 TRANSFERIR TODO O VALOR       *   00018180
      * BLOQUEADO NA PROXIMA NOITE. A ORDEM CUJA TRANSFERENCIA      *   00018190
      * FALHOU (MOV0106R/MOV0106E) E REARMADA POR UM NOVO T.        *   00018200
      *--------------------------------------------------------------   00018210
       2400-ORDENAR-TRANSFERENCIA                SECTION.               00018220
      *--------------------------------------------------------------   00018230
            EVALUATE TRUE                                               00018240
             WHEN WRK-BLOQUEIO-NAO-ACHADO                               00018250
               MOVE 'ORDEM NAO CADASTRADA' TO WRK-MOTIVO                00018260
               PERFORM 2600-GRAVAR-REJEITO                              00018270
             WHEN NOT REG-BLQ-RETEM                                     00018280
               MOVE 'ORDEM ENCERRADA' TO WRK-MOTIVO                     00018290
               PERFORM 2600-GRAVAR-REJEITO                              00018300
             WHEN REG-BLQ-TRANSF-ORDENADA AND NOT REG-BLQ-TRF-FALHOU    00018310
               MOVE 'TRANSFERENCIA JA ORDENADA' TO WRK-MOTIVO           00018320
               PERFORM 2600-GRAVAR-REJEITO                              00018330
             WHEN REG-BLQ-VALOR-BLOQUEADO EQUAL ZEROS                   00018340
               MOVE 'NADA BLOQUEADO A TRANSFERIR' TO WRK-MOTIVO         00018350
               PERFORM 2600-GRAVAR-REJEITO                              00018360
             WHEN OTHER                                                 00018370
               MOVE 'T'           TO REG-BLQ-SITUACAO                   00018380
               MOVE WRK-DATA-PROC TO REG-BLQ-DATA-ORDEM-TRF             00018390
               MOVE SPACES        TO REG-BLQ-TRF-RESULTADO              00018400
                                     REG-BLQ-MOTIVO-FALHA               00018410
               MOVE ZEROS         TO REG-BLQ-DATA-FALHA                 00018420
               PERFORM 2950-REGRAVAR-BLOQUEIO                           00018430
               MOVE REG-BLQ-VALOR-BLOQUEADO TO WRK-VALOR-ACAO           00018440
               ADD WRK-VALOR-ACAO TO WRK-TOT-TRANSFERIR                 00018450
               MOVE 'TRANSF ORDENADA' TO WRK-RESULTADO                  00018460
               PERFORM 2650-GRAVAR-LINHA                                00018470
               ADD 1 TO WRK-TRANSFERENCIAS                              00018480
            END-EVALUATE.                                               00018490
      *--------------------------------------------------------------   00018500
       2400-99-FIM.                              EXIT.                  00018510
      *--------------------------------------------------------------   00018520
      ***************************************************************   00018530
      *       G R A V A R   R E J E I T O                           *   00018540
      ***************************************************************   00018550
      *--------------------------------------------------------------   00018560
       2600-GRAVAR-REJEITO                       SECTION.               00018570
      *--------------------------------------------------------------   00018580
            MOVE 'REJEITADA'  TO WRK-RESULTADO.                         00018590
            MOVE ZEROS        TO WRK-VALOR-ACAO.                        00018600
            PERFORM 2650-GRAVAR-LINHA.                                  00018610
            ADD 1 TO WRK-REJEITADAS.                                    00018620
      *--------------------------------------------------------------   00018630
       2600-99-FIM.                              EXIT.                  00018640
      *--------------------------------------------------------------   00018650
      ***************************************************************   00018660
      *   G R A V A R   R E T O R N O   E   L I N H A               *   00018670
      ***************************************************************   00018680
      * A POSICAO MOSTRADA E A DA ORDEM DEPOIS DA ACAO; ORDEM NAO   *   00018690
      * CADASTRADA SAI ZERADA.                                      *   00018700
      *--------------------------------------------------------------   00018710
       2650-GRAVAR-LINHA                         SECTION.               00018720
      *--------------------------------------------------------------   00018730
            MOVE SPACES           TO REG-RET.                           00018740
            MOVE FD-OJ-ACAO       TO REG-RET-ACAO.                      00018750
            MOVE FD-OJ-CHAVE      TO REG-RET-CHAVE.                     00018760
            MOVE FD-OJ-PROCESSO   TO REG-RET-PROCESSO.                  00018770
            MOVE WRK-MOTIVO       TO REG-RET-MOTIVO.                    00018780
            MOVE WRK-VALOR-ACAO   TO REG-RET-VALOR-ACAO.                00018790
            MOVE WRK-DATA-PROC    TO REG-RET-DATA-PROC.                 00018800
            IF WRK-MOTIVO EQUAL SPACES                                  00018810
              MOVE 'A' TO REG-RET-RESULTADO                             00018820
            ELSE                                                        00018830
              MOVE 'R' TO REG-RET-RESULTADO                             00018840
            END-IF.                                                     00018850
            IF WRK-BLOQUEIO-ACHADO                                      00018860
              MOVE REG-BLQ-VALOR-ORDENADO  TO REG-RET-VALOR-ORDENADO    00018870
              MOVE REG-BLQ-VALOR-BLOQUEADO TO REG-RET-VALOR-BLOQUEADO   00018880
              MOVE REG-BLQ-SITUACAO        TO REG-RET-SITUACAO          00018890
              IF REG-BLQ-RETEM                                          00018900
                COMPUTE REG-RET-VALOR-FALTA =                           00018910
                   REG-BLQ-VALOR-ORDENADO - REG-BLQ-VALOR-BLOQUEADO     00018920
              ELSE                                                      00018930
                MOVE ZEROS TO REG-RET-VALOR-FALTA                       00018940
              END-IF                                                    00018950
            ELSE                                                        00018960
              MOVE ZEROS TO REG-RET-VALOR-ORDENADO                      00018970
                            REG-RET-VALOR-BLOQUEADO                     00018980
                            REG-RET-VALOR-FALTA                         00018990
            END-IF.                                                     00019000
            WRITE FD-RETJUD FROM REG-RET.                               00019010
            ADD 1                TO WRK-RET-QTDE.                       00019020
            ADD WRK-VALOR-ACAO   TO WRK-RET-VALOR.                      00019030
            MOVE FD-OJ-ACAO              TO WRK-BJ-ACAO.                00019040
            MOVE FD-OJ-AGENCIA           TO WRK-BJ-AGENCIA.             00019050
            MOVE FD-OJ-CONTA             TO WRK-BJ-CONTA.               00019060
            MOVE FD-OJ-NUMERO            TO WRK-BJ-NUMERO.              00019070
            MOVE REG-RET-VALOR-ORDENADO  TO WRK-BJ-ORDENADO.            00019080
            MOVE REG-RET-VALOR-BLOQUEADO TO WRK-BJ-BLOQUEADO.           00019090
            MOVE REG-RET-VALOR-FALTA     TO WRK-BJ-FALTA.               00019100
            MOVE WRK-VALOR-ACAO          TO WRK-BJ-VALOR-ACAO.          00019110
            MOVE WRK-RESULTADO           TO WRK-BJ-RESULTADO.           00019120
            MOVE WRK-MOTIVO              TO WRK-BJ-MOTIVO.              00019130
            WRITE FD-RELBJ FROM WRK-DETALHE-BJ.                         00019140
      *--------------------------------------------------------------   00019150
       2650-99-FIM.                              EXIT.                  00019160
      *--------------------------------------------------------------   00019170
      ***************************************************************   00019180
      *       V A L I D A R   D A T A                               *   00019190
      ***************************************************************   00019200
      * DATA AAAAMMDD EXISTENTE NO CALENDARIO: A IDA E VOLTA PELO   *   00019210
      * NUMERO DO DIA DEVOLVE A MESMA DATA (31/04 OU 29/02 DE ANO   *   00019220
      * NAO BISSEXTO NAO VOLTAM IGUAIS).                            *   00019230
      *--------------------------------------------------------------   00019240
       2800-VALIDAR-DATA                         SECTION.               00019250
      *--------------------------------------------------------------   00019260
            MOVE 'S' TO WRK-SW-DATA.                                    00019270
            IF WRK-DATA-TESTE NOT NUMERIC OR                            00019280
               WRK-DTT-ANO LESS 1601      OR                            00019290
               WRK-DTT-MES LESS 01        OR                            00019300
               WRK-DTT-MES GREATER 12     OR                            00019310
               WRK-DTT-DIA LESS 01        OR                            00019320
               WRK-DTT-DIA GREATER 31                                   00019330
              MOVE 'N' TO WRK-SW-DATA                                   00019340
            ELSE                                                        00019350
              COMPUTE WRK-DIA-INT =                                     00019360
                      FUNCTION INTEGER-OF-DATE (WRK-DATA-TESTE)         00019370
              COMPUTE WRK-DATA-VOLTA =                                  00019380
                      FUNCTION DATE-OF-INTEGER (WRK-DIA-INT)            00019390
              IF WRK-DATA-VOLTA NOT EQUAL WRK-DATA-TESTE                00019400
                MOVE 'N' TO WRK-SW-DATA                                 00019410
              END-IF                                                    00019420
            END-IF.                                                     00019430
      *--------------------------------------------------------------   00019440
       2800-99-FIM.                              EXIT.                  00019450
      *--------------------------------------------------------------   00019460
      ***************************************************************   00019470
      *       V A L I D A R   O   T R A I L E R   D O   O R D J U D *   00019480
      ***************************************************************   00019490
      *--------------------------------------------------------------   00019500
       2900-VALIDAR-TRAILER                      SECTION.               00019510
      *--------------------------------------------------------------   00019520
            IF REG-CTL-QTDE NOT EQUAL WRK-CTL-QTDE-AP OR                00019530
               REG-CTL-VALOR NOT EQUAL WRK-CTL-VALOR-AP                 00019540
              MOVE 'TRAILER DO ORDJUD NAO CONFERE' TO WRK-MENSAGEM      00019550
              PERFORM 5300-REJEITAR-ARQUIVO                             00019560
            END-IF.                                                     00019570
            MOVE 'S' TO WRK-SW-TRL.                                     00019580
      *--------------------------------------------------------------   00019590
       2900-99-FIM.                              EXIT.                  00019600
      *--------------------------------------------------------------   00019610
      ***************************************************************   00019620
      *       R E G R A V A R   B L O Q U E I O                     *   00019630
      ***************************************************************   00019640
      *--------------------------------------------------------------   00019650
       2950-REGRAVAR-BLOQUEIO                    SECTION.               00019660
      *--------------------------------------------------------------   00019670
            MOVE WRK-DATA-PROC TO REG-BLQ-DATA-ALT.                     00019680
            MOVE 'BLOQJUD'     TO REG-BLQ-OPERADOR.                     00019690
            REWRITE REG-BLQ                                             00019700
              INVALID KEY                                               00019710
                MOVE 'FR16BJ01'            TO WRK-PROGRAMA              00019720
                MOVE '2950'                TO WRK-SECAO                 00019730
                MOVE 'ERRO NA REGRAVACAO DO BLQVSAM' TO WRK-MENSAGEM    00019740
                MOVE WRK-FS-BLQVSAM        TO WRK-STATUS                00019750
                PERFORM 6000-TRATA-ERROS                                00019760
            END-REWRITE.                                                00019770
      *--------------------------------------------------------------   00019780
       2950-99-FIM.                              EXIT.                  00019790
      *--------------------------------------------------------------   00019800
      ***************************************************************   00019810
      *               F I N A L I Z A R                             *   00019820
      ***************************************************************   00019830
      *--------------------------------------------------------------   00019840
       3000-FINALIZAR                            SECTION.               00019850
      *--------------------------------------------------------------   00019860
            MOVE 'TRL'             TO WRK-CRT-TIPO.                     00019870
            MOVE WRK-DATA-PROC     TO WRK-CRT-DATA-ARQ.                 00019880
            MOVE WRK-RET-QTDE      TO WRK-CRT-QTDE.                     00019890
            MOVE WRK-RET-VALOR     TO WRK-CRT-VALOR.                    00019900
            WRITE FD-RETJUD FROM WRK-CONTROLE-RET.                      00019910
            MOVE SPACES TO FD-RELBJ.                                    00019920
            WRITE FD-RELBJ.                                             00019930
            MOVE 'ORDENS RECEBIDAS................:'                    00019940
                                    TO WRK-TOT-TEXTO                    00019950
            MOVE WRK-ORDENS-LIDAS   TO WRK-TOT-QTDE                     00019960
            WRITE FD-RELBJ FROM WRK-TOTAL-BJ.                           00019970
            MOVE 'BLOQUEIOS NOVOS.................:'                    00019980
                                    TO WRK-TOT-TEXTO                    00019990
            MOVE WRK-BLOQUEIOS      TO WRK-TOT-QTDE                     00020000
            WRITE FD-RELBJ FROM WRK-TOTAL-BJ.                           00020010
            MOVE 'REFORCOS........................:'                    00020020
                                    TO WRK-TOT-TEXTO                    00020030
            MOVE WRK-REFORCOS       TO WRK-TOT-QTDE                     00020040
            WRITE FD-RELBJ FROM WRK-TOTAL-BJ.                           00020050
            MOVE 'ORDENS COM FALTA DE SALDO.......:'                    00020060
                                    TO WRK-TOT-TEXTO                    00020070
            MOVE WRK-COM-FALTA      TO WRK-TOT-QTDE                     00020080
            WRITE FD-RELBJ FROM WRK-TOTAL-BJ.                           00020090
            MOVE 'LIBERACOES......................:'                    00020100
                                    TO WRK-TOT-TEXTO                    00020110
            MOVE WRK-LIBERACOES     TO WRK-TOT-QTDE                     00020120
            WRITE FD-RELBJ FROM WRK-TOTAL-BJ.                           00020130
            MOVE 'TRANSFERENCIAS ORDENADAS........:'                    00020140
                                    TO WRK-TOT-TEXTO                    00020150
            MOVE WRK-TRANSFERENCIAS TO WRK-TOT-QTDE                     00020160
            WRITE FD-RELBJ FROM WRK-TOTAL-BJ.                           00020170
            MOVE 'ORDENS REJEITADAS...............:'                    00020180
                                    TO WRK-TOT-TEXTO                    00020190
            MOVE WRK-REJEITADAS     TO WRK-TOT-QTDE                     00020200
            WRITE FD-RELBJ FROM WRK-TOTAL-BJ.                           00020210
            MOVE SPACES TO FD-RELBJ.                                    00020220
            WRITE FD-RELBJ.                                             00020230
            MOVE 'VALOR ORDENADO NO DIA...........:'                    00020240
                                    TO WRK-TOV-TEXTO                    00020250
            MOVE WRK-TOT-ORDENADO   TO WRK-TOV-VALOR                    00020260
            WRITE FD-RELBJ FROM WRK-TOTAL-VALOR-BJ.                     00020270
            MOVE 'VALOR BLOQUEADO NO DIA..........:'                    00020280
                                    TO WRK-TOV-TEXTO                    00020290
            MOVE WRK-TOT-BLOQUEADO  TO WRK-TOV-VALOR                    00020300
            WRITE FD-RELBJ FROM WRK-TOTAL-VALOR-BJ.                     00020310
            MOVE 'FALTA DE SALDO NAS ORDENS.......:'                    00020320
                                    TO WRK-TOV-TEXTO                    00020330
            MOVE WRK-TOT-FALTA      TO WRK-TOV-VALOR                    00020340
            WRITE FD-RELBJ FROM WRK-TOTAL-VALOR-BJ.                     00020350
            MOVE 'VALOR LIBERADO NO DIA...........:'                    00020360
                                    TO WRK-TOV-TEXTO                    00020370
            MOVE WRK-TOT-LIBERADO   TO WRK-TOV-VALOR                    00020380
            WRITE FD-RELBJ FROM WRK-TOTAL-VALOR-BJ.                     00020390
            MOVE 'VALOR A TRANSFERIR..............:'                    00020400
                                    TO WRK-TOV-TEXTO                    00020410
            MOVE WRK-TOT-TRANSFERIR TO WRK-TOV-VALOR                    00020420
            WRITE FD-RELBJ FROM WRK-TOTAL-VALOR-BJ.                     00020430
            MOVE 'S' TO WRK-SW-ACEITO.                                  00020440
            PERFORM 3700-GRAVAR-HDRNOVO.                                00020450
            CLOSE ORDJUD CLIEVSAM BLQVSAM RETJUD RELBJ.                 00020460
            DISPLAY ' '.                                                00020470
            DISPLAY 'ORDENS RECEBIDAS              : ' WRK-ORDENS-LIDAS.00020480
            DISPLAY 'BLOQUEIOS NOVOS               : ' WRK-BLOQUEIOS.   00020490
            DISPLAY 'REFORCOS                      : ' WRK-REFORCOS.    00020500
            DISPLAY 'LIBERACOES                    : ' WRK-LIBERACOES.  00020510
            DISPLAY 'TRANSFERENCIAS ORDENADAS      : '                  00020520
                                                   WRK-TRANSFERENCIAS.  00020530
            DISPLAY 'ORDENS REJEITADAS             : ' WRK-REJEITADAS.  00020540
            DISPLAY 'HEADERS EXPURGADOS DA LISTA   : '                  00020550
                                                   WRK-HDR-EXPURGADOS.  00020560
            IF WRK-REJEITADAS NOT EQUAL ZEROS                           00020570
              MOVE 4 TO RETURN-CODE                                     00020580
            END-IF.                                                     00020590
            DISPLAY '-----FIM DE PROCESSAMENTO----'.                    00020600
      *--------------------------------------------------------------   00020610
       3000-99-FIM.                              EXIT.                  00020620
      *--------------------------------------------------------------   00020630
      ***************************************************************   00020640
      *   G R A V A R   A   L I S T A   H D R N O V O               *   00020650
      ***************************************************************   00020660
      *--------------------------------------------------------------   00020670
       3700-GRAVAR-HDRNOVO                       SECTION.               00020680
      *--------------------------------------------------------------   00020690
            OPEN OUTPUT HDRNOVO.                                        00020700
            MOVE 1 TO WRK-IND.                                          00020710
            PERFORM 3720-REGRAVAR-ACEITO                                00020720
               UNTIL WRK-IND GREATER WRK-ANT-QTDE.                      00020730
      *     O HEADER DA RODADA SO ENTRA NA LISTA COM O ARQUIVO          00020740
      *     INTEIRO APLICADO.                                           00020750
            IF WRK-ARQUIVO-ACEITO                                       00020760
              MOVE WRK-HDR-ORIGEM   TO FD-HDN-ORIGEM                    00020770
              MOVE WRK-HDR-DATA-ARQ TO FD-HDN-DATA-ARQ                  00020780
              WRITE FD-HDRNOVO                                          00020790
            END-IF.                                                     00020800
            CLOSE HDRNOVO.                                              00020810
      *--------------------------------------------------------------   00020820
       3700-99-FIM.                              EXIT.                  00020830
      *--------------------------------------------------------------   00020840
      *--------------------------------------------------------------   00020850
       3720-REGRAVAR-ACEITO                      SECTION.               00020860
      *--------------------------------------------------------------   00020870
            SET ANT-IDX TO WRK-IND.                                     00020880
            IF WRK-TAC-DATA-ARQ (ANT-IDX) LESS WRK-HDR-DATA-CORTE       00020890
              ADD 1 TO WRK-HDR-EXPURGADOS                               00020900
            ELSE                                                        00020910
              MOVE WRK-TAC-ORIGEM (ANT-IDX)   TO FD-HDN-ORIGEM          00020920
              MOVE WRK-TAC-DATA-ARQ (ANT-IDX) TO FD-HDN-DATA-ARQ        00020930
              WRITE FD-HDRNOVO                                          00020940
            END-IF.                                                     00020950
            ADD 1 TO WRK-IND.                                           00020960
      *--------------------------------------------------------------   00020970
       3720-99-FIM.                              EXIT.                  00020980
      *--------------------------------------------------------------   00020990
      ***************************************************************   00021000
      *         T E S T A R   S T A T U S                           *   00021010
      ***************************************************************   00021020
      *--------------------------------------------------------------   00021030
       5100-TESTAR-STATUS                        SECTION.               00021040
      *--------------------------------------------------------------   00021050
            EVALUATE TRUE                                               00021060
             WHEN WRK-FS-ORDJUD NOT EQUAL 0                             00021070
               MOVE 'FR16BJ01'             TO WRK-PROGRAMA              00021080
               MOVE '5100'                 TO WRK-SECAO                 00021090
               MOVE 'ERRO NO OPEN ORDJUD'  TO WRK-MENSAGEM              00021100
               MOVE WRK-FS-ORDJUD          TO WRK-STATUS                00021110
                 PERFORM 6000-TRATA-ERROS                               00021120
             WHEN WRK-FS-HDRANT NOT EQUAL 0                             00021130
               MOVE 'FR16BJ01'             TO WRK-PROGRAMA              00021140
               MOVE '5100'                 TO WRK-SECAO                 00021150
               MOVE 'ERRO NO OPEN HDRANT'  TO WRK-MENSAGEM              00021160
               MOVE WRK-FS-HDRANT          TO WRK-STATUS                00021170
                 PERFORM 6000-TRATA-ERROS                               00021180
             WHEN WRK-FS-CLIEVSAM NOT EQUAL 0                           00021190
               MOVE 'FR16BJ01'             TO WRK-PROGRAMA              00021200
               MOVE '5100'                 TO WRK-SECAO                 00021210
               MOVE 'ERRO NO OPEN CLIEVSAM' TO WRK-MENSAGEM             00021220
               MOVE WRK-FS-CLIEVSAM        TO WRK-STATUS                00021230
                 PERFORM 6000-TRATA-ERROS                               00021240
             WHEN WRK-FS-BLQVSAM NOT EQUAL 0                            00021250
               MOVE 'FR16BJ01'             TO WRK-PROGRAMA              00021260
               MOVE '5100'                 TO WRK-SECAO                 00021270
               MOVE 'ERRO NO OPEN BLQVSAM' TO WRK-MENSAGEM              00021280
               MOVE WRK-FS-BLQVSAM         TO WRK-STATUS                00021290
                 PERFORM 6000-TRATA-ERROS                               00021300
             WHEN WRK-FS-RETJUD NOT EQUAL 0                             00021310
               MOVE 'FR16BJ01'             TO WRK-PROGRAMA              00021320
               MOVE '5100'                 TO WRK-SECAO                 00021330
               MOVE 'ERRO NO OPEN RETJUD'  TO WRK-MENSAGEM              00021340
               MOVE WRK-FS-RETJUD          TO WRK-STATUS                00021350
                 PERFORM 6000-TRATA-ERROS                               00021360
             WHEN WRK-FS-RELBJ NOT EQUAL 0                              00021370
               MOVE 'FR16BJ01'             TO WRK-PROGRAMA              00021380
               MOVE '5100'                 TO WRK-SECAO                 00021390
               MOVE 'ERRO NO OPEN RELBJ'   TO WRK-MENSAGEM              00021400
               MOVE WRK-FS-RELBJ           TO WRK-STATUS                00021410
                 PERFORM 6000-TRATA-ERROS                               00021420
            END-EVALUATE.                                               00021430
      *--------------------------------------------------------------   00021440
       5100-99-FIM.                              EXIT.                  00021450
      *--------------------------------------------------------------   00021460
      ***************************************************************   00021470
      *   R E J E I T A R   O   A R Q U I V O   O R D J U D         *   00021480
      ***************************************************************   00021490
      *--------------------------------------------------------------   00021500
       5300-REJEITAR-ARQUIVO                     SECTION.               00021510
      *--------------------------------------------------------------   00021520
      *     A LISTA DE HEADERS ACEITOS E REGRAVADA (SEM O HEADER        00021530
      *     RECUSADO) ANTES DO ABORTO: O HDRNOVO(+1) E CATALOGADO       00021540
      *     MESMO COM RC 8 E NAO PODE SAIR VAZIO, OU A PROTECAO         00021550
      *     CONTRA DUPLICATA SE PERDERIA NA PROXIMA RODADA.             00021560
            PERFORM 3700-GRAVAR-HDRNOVO.                                00021570
            MOVE 'FR16BJ01'            TO WRK-PROGRAMA.                 00021580
            MOVE '1200'                TO WRK-SECAO.                    00021590
            MOVE WRK-FS-ORDJUD         TO WRK-STATUS.                   00021600
            PERFORM 6000-TRATA-ERROS.                                   00021610
      *--------------------------------------------------------------   00021620
       5300-99-FIM.                              EXIT.                  00021630
      *--------------------------------------------------------------   00021640
      ***************************************************************   00021650
      *         L E R   O R D J U D                                 *   00021660
      ***************************************************************   00021670
      *--------------------------------------------------------------   00021680
       5400-LER-ORDJUD                           SECTION.               00021690
      *--------------------------------------------------------------   00021700
            READ ORDJUD                                                 00021710
              AT END MOVE 10 TO WRK-FS-ORDJUD                           00021720
            END-READ.                                                   00021730
      *--------------------------------------------------------------   00021740
       5400-99-FIM.                              EXIT.                  00021750
      *--------------------------------------------------------------   00021760
      ***************************************************************   00021770
      *          T R A T A   E R R O S                              *   00021780
      ***************************************************************   00021790
      *--------------------------------------------------------------   00021800
       6000-TRATA-ERROS                          SECTION.               00021810
      *--------------------------------------------------------------   00021820
            CALL WRK-ERRORLOG USING WRK-DADOS.                          00021830
            MOVE 8 TO RETURN-CODE.                                      00021840
            GOBACK.                                                     00021850
      *--------------------------------------------------------------   00021860
       6000-99-FIM.                              EXIT.                  00021870
      *--------------------------------------------------------------   00021880
