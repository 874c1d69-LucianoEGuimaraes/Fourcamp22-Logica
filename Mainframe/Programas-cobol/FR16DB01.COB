      *                 RENCIA DE SETOR E DESLIGAMENTO,   *             00069590
      *                 COM CRITICA DE CAMPOS E RELATORIO *             00069600
      *                 DE PROCESSADOS E REJEITADOS.      *             00069610
      *                 O DESLIGAMENTO GRAVA NA HISTSAL   *             00600010
      *                 UMA LINHA TIPO D; O MODO 7        *             00600020
      *                 (RETENCAO DA LGPD) EXCLUI O       *             00600030
      *                 HISTORICO DE QUEM FOI DESLIGADO   *             00600040
      *                 HA MAIS DE RET-FUNCIONARIO DIAS,  *             00600050
      *                 SALVO BLOQUEIO JUDICIAL NO        *             00600060
      *                 LGPDHOLD, E GRAVA OS IDS TRATADOS *             00600070
      *                 NO LGFUNC PARA O FR16LG01.        *             00600080
      *----------------------------------------------------             00080000
      *====================================================             00110000
       ENVIRONMENT                               DIVISION.              00120000
                                                                        00500040
           SELECT HDRNOVO   ASSIGN TO HDRNOVO                           00500050
               FILE STATUS IS WRK-FS-HDRNOVO.                           00500060
                                                                        00600090
           SELECT LGPDHOLD  ASSIGN TO LGPDHOLD                          00600100
               FILE STATUS IS WRK-FS-LGPDHOLD.                          00600110
                                                                        00600120
           SELECT LGFUNC    ASSIGN TO LGFUNC                            00600130
               FILE STATUS IS WRK-FS-LGFUNC.                            00600140
      *====================================================             00135000
       DATA                                      DIVISION.              00135100
      *====================================================             00135200
           05  FD-PRM-IGUAL        PIC X(01).                           00200158
           05  FD-PRM-VALOR        PIC 9(08).                           00200159
           05  FILLER              PIC X(55).                           00200160
                                                                        00600150
       FD  LGPDHOLD                                                     00600160
           RECORDING MODE IS F.                                         00600170
                                                                        00600180
       COPY '#LGHOLD'.                                                  00600190
                                                                        00600200
       FD  LGFUNC                                                       00600210
           RECORDING MODE IS F.                                         00600220
                                                                        00600230
       COPY '#LGFUNC'.                                                  00600240
      *----------------------------------------------------             00135430
       WORKING-STORAGE                           SECTION.               00136000
      *----------------------------------------------------             00138001
                                    AND :WRK-PH-DATA-FIM                00139888
               ORDER BY ID, DATAAJUSTE                                  00139890
           END-EXEC.                                                    00139892
                                                                        00600250
      * DESLIGADOS (LINHA TIPO D NA HISTSAL, FORA DA FUNC) COM O        00600260
      * DESLIGAMENTO MAIS RECENTE ANTERIOR A DATA DE CORTE DA LGPD,     00600270
      * E A QUANTIDADE DE LINHAS DE HISTORICO DE CADA UM.               00600280
           EXEC SQL                                                     00600290
              DECLARE CUR-LGPD CURSOR WITH HOLD FOR                     00600300
              SELECT H.ID, MAX(CASE WHEN H.TIPOAJUSTE = 'D'             00600310
                                THEN H.DATAAJUSTE END),                 00600320
                     COUNT(*)                                           00600330
                FROM  IVAN.HISTSAL H                                    00600340
               WHERE NOT EXISTS                                         00600350
                     (SELECT 1 FROM IVAN.FUNC F                         00600360
                       WHERE F.ID = H.ID)                               00600370
               GROUP BY H.ID                                            00600380
              HAVING MAX(CASE WHEN H.TIPOAJUSTE = 'D'                   00600390
                         THEN H.DATAAJUSTE END) < :WRK-LG-DATA-CORTE    00600400
               ORDER BY H.ID                                            00600410
           END-EXEC.                                                    00600420
                                                                        00139860
      *----------------------------------------------------             00139761
       01  FILLER              PIC X(45) VALUE                          00139762
       77  WRK-RETRY-CONTADOR  PIC 9(02) VALUE ZEROS.                   00400010
       77  WRK-RETRY-MAX       PIC 9(02) VALUE 03.                      00400020
       77  WRK-ERRORLOG        PIC X(08) VALUE 'ERRORLOG'.              00400025
      *----------------RETENCAO DA LGPD (MODO 7)-----------             00600430
       77  WRK-RET-FUNCIONARIO PIC 9(08) VALUE 00001826.                00600440
       77  WRK-FS-LGPDHOLD     PIC 9(02) VALUE ZEROS.                   00600450
       77  WRK-FS-LGFUNC       PIC 9(02) VALUE ZEROS.                   00600460
       77  WRK-LG-DATA-HOJE    PIC 9(08) VALUE ZEROS.                   00600470
       77  WRK-LG-DIA-CORTE    PIC S9(09) COMP VALUE ZEROS.             00600480
       77  WRK-LG-DATA-CORTE   PIC X(10) VALUE SPACES.                  00600490
       77  WRK-LG-ENCONTRADOS  PIC 9(05) VALUE ZEROS.                   00600500
       77  WRK-LG-EXCLUIDOS    PIC 9(05) VALUE ZEROS.                   00600510
       77  WRK-LG-BLOQUEADOS   PIC 9(05) VALUE ZEROS.                   00600520
       77  WRK-LG-ERROS        PIC 9(05) VALUE ZEROS.                   00600530
       77  WRK-LG-LINHAS       PIC 9(07) VALUE ZEROS.                   00600540
       77  WRK-LG-LINHAS-ID    PIC S9(09) COMP VALUE ZEROS.             00600550
       77  WRK-SW-FIM-LGPD     PIC X(01) VALUE 'N'.                     00600560
           88  WRK-FIM-LGPD            VALUE 'S'.                       00600570
       77  WRK-SW-BLOQUEIO     PIC X(01) VALUE 'N'.                     00600580
           88  WRK-FUNC-BLOQUEADO      VALUE 'S'.                       00600590
       77  WRK-HOLD-QTDE       PIC 9(03) COMP VALUE ZEROS.              00600600
       77  WRK-HOLD-MAX        PIC 9(03) COMP VALUE 200.                00600610
       77  WRK-HOLD-IND        PIC 9(03) COMP VALUE ZEROS.              00600620
       01  WRK-LG-CORTE.                                                00600630
           05  WRK-LG-CORTE-NUM    PIC 9(08).                           00600640
           05  FILLER REDEFINES WRK-LG-CORTE-NUM.                       00600650
               10  WRK-LG-CORTE-AAAA PIC X(04).                         00600660
               10  WRK-LG-CORTE-MM   PIC X(02).                         00600670
               10  WRK-LG-CORTE-DD   PIC X(02).                         00600680
       01  WRK-TABELA-BLOQUEIOS.                                        00600690
           05  WRK-TAB-BLOQUEIO OCCURS 200 TIMES INDEXED BY HLD-IDX.    00600700
               10  WRK-TBL-FUNC-ID   PIC 9(05).                         00600710
       01  WRK-DATA-AAAAMMDD.                                           00400026
           05  WRK-DATA-AAAA   PIC X(04).                               00400027
           05  WRK-DATA-MM     PIC X(02).                               00400028
      *                    PELO SETOR)                    *             00200204
      *                6 = MOVIMENTACAO DE PESSOAL        *             00200205
      *                    (DD MOVFUNC)                   *             00200206
      *                7 = RETENCAO DA LGPD (DD LGPDHOLD, *             00600720
      *                    LGFUNC E RELDB01)              *             00600730
       01  WRK-PARM.                                                    00150803
           05  WRK-PARM-MODO          PIC X(01).                        00150903
               88  PARM-MODO-UNICO        VALUE '1' ' '.                00151003
               88  PARM-MODO-AJUSTE       VALUE '4'.                    00200210
               88  PARM-MODO-HIST         VALUE '5'.                    00200211
               88  PARM-MODO-MOVFUNC      VALUE '6'.                    00200212
               88  PARM-MODO-LGPD         VALUE '7'.                    00600740
           05  WRK-PARM-DADOS         PIC X(09).                        00151203
           05  WRK-PARM-ID  REDEFINES WRK-PARM-DADOS                    00151303
                                       PIC 9(05).                       00151403
           05  WRK-MF-STATUS    PIC X(15).                              00200455
           05  FILLER           PIC X(02) VALUE SPACES.                 00200456
           05  WRK-MF-MOTIVO    PIC X(25).                              00200457
                                                                        00601480
       01  WRK-DETALHE-LGPD.                                            00601490
           05  WRK-LG-D-ID      PIC 9(05).                              00601500
           05  FILLER           PIC X(02) VALUE SPACES.                 00601510
           05  WRK-LG-D-DATA    PIC X(10).                              00601520
           05  FILLER           PIC X(02) VALUE SPACES.                 00601530
           05  WRK-LG-D-LINHAS  PIC ZZZZ9.                              00601540
           05  FILLER           PIC X(02) VALUE SPACES.                 00601550
           05  WRK-LG-D-STATUS  PIC X(10).                              00601560
           05  FILLER           PIC X(02) VALUE SPACES.                 00601570
           05  WRK-LG-D-MOTIVO  PIC X(25).                              00601580
                                                                        00601590
       01  WRK-TOTAL-LGPD.                                              00601600
           05  FILLER           PIC X(20) VALUE                         00601610
               'TOTAL VENCIDOS   : '.                                   00601620
           05  WRK-TOT-LG-VENC  PIC ZZZZ9.                              00601630
           05  FILLER           PIC X(05) VALUE SPACES.                 00601640
           05  FILLER           PIC X(20) VALUE                         00601650
               'TOTAL EXCLUIDOS  : '.                                   00601660
           05  WRK-TOT-LG-EXCL  PIC ZZZZ9.                              00601670
           05  FILLER           PIC X(05) VALUE SPACES.                 00601680
           05  FILLER           PIC X(20) VALUE                         00601690
               'TOTAL RETIDOS    : '.                                   00601700
           05  WRK-TOT-LG-BLOQ  PIC ZZZZ9.                              00601710
                                                                        00601720
       01  WRK-TOTAL-LGPD-LIN.                                          00601730
           05  FILLER           PIC X(20) VALUE                         00601740
               'LINHAS EXCLUIDAS : '.                                   00601750
           05  WRK-TOT-LG-LINHAS PIC Z.ZZZ.ZZ9.                         00601760
           05  FILLER           PIC X(05) VALUE SPACES.                 00601770
           05  FILLER           PIC X(20) VALUE                         00601780
               'ERROS DE SQL     : '.                                   00601790
           05  WRK-TOT-LG-ERROS PIC ZZZZ9.                              00601800
      *====================================================             00153000
       PROCEDURE                                 DIVISION.              00154000
      *====================================================             00155000
      *       - TRANSMISSAO TRUNCADA E RECUSADA ANTES DE QUALQUER       00502420
      *       DETALHE SER APLICADO NA IVAN.FUNC; SO COM O CONTROLE      00502430
      *       FECHADO O SEGUNDO PASSO RELE O ARQUIVO E APLICA.          00502440
      *       DATA DO DESLIGAMENTO GRAVADO NA HISTSAL (TIPO D).         00600750
              ACCEPT WRK-DATA-AAAAMMDD FROM DATE YYYYMMDD               00600760
              STRING WRK-DATA-AAAA '-' WRK-DATA-MM '-' WRK-DATA-DD      00600770
                 DELIMITED BY SIZE INTO DB2-H-DATAAJUSTE                00600780
              END-STRING                                                00600790
              OPEN INPUT  MOVFUNC HDRANT                                00300075
                   OUTPUT RELDB01                                       00300076
              PERFORM 1100-TESTAR-STATUS THRU 1100-99-FIM               00300077
              MOVE 'RELATORIO DE HISTORICO DE SALARIO - FR16DB01'       00300085
                                     TO WRK-CAB-TITULO                  00300086
              PERFORM 1150-CABECALHO-DB01 THRU 1150-99-FIM              00300087
            WHEN PARM-MODO-LGPD                                         00600800
              ACCEPT WRK-LG-DATA-HOJE FROM DATE YYYYMMDD                00600810
              COMPUTE WRK-LG-DIA-CORTE =                                00600820
                 FUNCTION INTEGER-OF-DATE (WRK-LG-DATA-HOJE)            00600830
                 - WRK-RET-FUNCIONARIO                                  00600840
              COMPUTE WRK-LG-CORTE-NUM =                                00600850
                 FUNCTION DATE-OF-INTEGER (WRK-LG-DIA-CORTE)            00600860
              STRING WRK-LG-CORTE-AAAA '-' WRK-LG-CORTE-MM '-'          00600870
                     WRK-LG-CORTE-DD                                    00600880
                 DELIMITED BY SIZE INTO WRK-LG-DATA-CORTE               00600890
              END-STRING                                                00600900
              OPEN INPUT  LGPDHOLD                                      00600910
                   OUTPUT LGFUNC RELDB01                                00600920
              PERFORM 1100-TESTAR-STATUS THRU 1100-99-FIM               00600930
              PERFORM 1500-CARREGAR-BLOQUEIOS THRU 1500-99-FIM          00600940
              MOVE 'RETENCAO LGPD - HISTORICO DE DESLIGADOS - FR16DB01' 00600950
                                     TO WRK-CAB-TITULO                  00600960
              PERFORM 1150-CABECALHO-DB01 THRU 1150-99-FIM              00600970
              DISPLAY 'DATA DE CORTE DOS DESLIGADOS: ' WRK-LG-DATA-CORTE00600980
            WHEN OTHER                                                  00159540
              MOVE WRK-PARM-ID TO WRK-ID                                00159550
           END-EVALUATE.                                                00159560
           DISPLAY 'PARAMETROS EFETIVOS DA NOITE:'.                     00159932
           DISPLAY '  COMMIT-INTERVALO: ' WRK-COMMIT-INTERVALO.         00159926
           DISPLAY '  RETRY-MAX......: ' WRK-RETRY-MAX.                 00159927
           DISPLAY '  RET-FUNCIONARIO: ' WRK-RET-FUNCIONARIO.           00600990
      *----------------------------------------------------             00159928
       1050-99-FIM.                                 EXIT.               00159929
      *----------------------------------------------------             00159930
            WHEN FD-PRM-CHAVE EQUAL 'RETRY-MAX'                         00159945
              PERFORM 1070-VALIDAR-VALOR THRU 1070-99-FIM               00159946
              MOVE FD-PRM-VALOR TO WRK-RETRY-MAX                        00159947
            WHEN FD-PRM-CHAVE EQUAL 'RET-FUNCIONARIO'                   00601000
              PERFORM 1070-VALIDAR-VALOR THRU 1070-99-FIM               00601010
              IF FD-PRM-VALOR EQUAL ZEROS                               00601020
                 PERFORM 1080-PARAMETRO-INVALIDO THRU 1080-99-FIM       00601030
              END-IF                                                    00601040
              MOVE FD-PRM-VALOR TO WRK-RET-FUNCIONARIO                  00601050
      *     PRAZOS DO FR16LG01, QUE LE O MESMO MEMBRO LGPDPARM.         00601060
            WHEN FD-PRM-CHAVE EQUAL 'RET-CONTA-ENCERR'                  00601070
              CONTINUE                                                  00601080
            WHEN FD-PRM-CHAVE EQUAL 'RET-COBRANCA'                      00601090
              CONTINUE                                                  00601100
            WHEN OTHER                                                  00159948
              DISPLAY 'PARAMETRO DESCONHECIDO: ' FD-PRM-CHAVE           00159949
              PERFORM 1080-PARAMETRO-INVALIDO THRU 1080-99-FIM          00159950
               MOVE WRK-FS-MOVFUNC        TO WRK-STATUS                 00300125
               PERFORM 9000-TRATA-ERROS THRU 9000-99-FIM                00300126
            END-IF.                                                     00300127
            IF PARM-MODO-LGPD AND WRK-FS-LGPDHOLD NOT EQUAL 0           00601110
               MOVE 'FR16DB01'            TO WRK-PROGRAMA               00601120
               MOVE '1100'                TO WRK-SECAO                  00601130
               MOVE 'ERRO NO OPEN LGPDHOLD' TO WRK-MENSAGEM             00601140
               MOVE WRK-FS-LGPDHOLD       TO WRK-STATUS                 00601150
               PERFORM 9000-TRATA-ERROS THRU 9000-99-FIM                00601160
            END-IF.                                                     00601170
            IF PARM-MODO-LGPD AND WRK-FS-LGFUNC NOT EQUAL 0             00601180
               MOVE 'FR16DB01'            TO WRK-PROGRAMA               00601190
               MOVE '1100'                TO WRK-SECAO                  00601200
               MOVE 'ERRO NO OPEN LGFUNC' TO WRK-MENSAGEM               00601210
               MOVE WRK-FS-LGFUNC         TO WRK-STATUS                 00601220
               PERFORM 9000-TRATA-ERROS THRU 9000-99-FIM                00601230
            END-IF.                                                     00601240
       1100-99-FIM.                                 EXIT.               00160300
      *----------------------------------------------------             00160320
      *----------------------------------------------------             00160340
            WHEN PARM-MODO-MOVFUNC                                      00300153
               PERFORM 2600-PROCESSAR-MOVFUNC THRU 2600-99-FIM          00300154
                  UNTIL WRK-FS-MOVFUNC EQUAL 10                         00300155
            WHEN PARM-MODO-LGPD                                         00601250
               PERFORM 2700-PROCESSAR-LGPD THRU 2700-99-FIM             00601260
            WHEN OTHER                                                  00160850
               PERFORM 2100-PROCESSAR-UNICO THRU 2100-99-FIM            00160900
           END-EVALUATE.                                                00160950
       2650-DESLIGAR-FUNC                          SECTION.             00400599
      *----------------------------------------------------             00400600
           MOVE FD-MOVF-ID TO DB2-ID.                                   00400601
           MOVE ZEROS TO WRK-RETRY-CONTADOR.                            00601810
           PERFORM 2652-EXECUTAR-INSERT-DESLIG THRU 2652-99-FIM         00601820
              WITH TEST AFTER                                           00601830
              UNTIL SQLCODE NOT EQUAL -911 AND SQLCODE NOT EQUAL -913   00601840
                 OR WRK-RETRY-CONTADOR NOT LESS WRK-RETRY-MAX.          00601850
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100             00601860
              PERFORM 2670-ERRO-SQL-MOVFUNC THRU 2670-99-FIM            00601870
           ELSE                                                         00601880
              MOVE ZEROS TO WRK-RETRY-CONTADOR                          00400602
              PERFORM 2655-EXECUTAR-DELETE-FUNC THRU 2655-99-FIM        00400603
                 WITH TEST AFTER                                        00400604
                 UNTIL SQLCODE NOT EQUAL -911                           00400605
                   AND SQLCODE NOT EQUAL -913                           00601885
                    OR WRK-RETRY-CONTADOR NOT LESS WRK-RETRY-MAX        00400606
              EVALUATE SQLCODE                                          00400607
               WHEN 0                                                   00400608
                 MOVE 'DESLIGADO'       TO WRK-MF-STATUS                00400609
                 ADD 1 TO WRK-TOTAL-ATUALIZADOS                         00400610
               WHEN 100                                                 00400611
                 MOVE 'REJEITADO'       TO WRK-MF-STATUS                00400612
                 MOVE 'ID NAO ENCONTRADO' TO WRK-MF-MOTIVO              00400613
                 ADD 1 TO WRK-TOTAL-REJEITADOS                          00400614
               WHEN OTHER                                               00400615
                 PERFORM 2670-ERRO-SQL-MOVFUNC THRU 2670-99-FIM         00400616
              END-EVALUATE                                              00400617
           END-IF.                                                      00601890
      *----------------------------------------------------             00400618
       2650-99-FIM.                                EXIT.                00400619
      *----------------------------------------------------             00400620
      *----------------------------------------------------             00601900
      * O DESLIGAMENTO FICA NA HISTSAL COMO LINHA TIPO D  *             00601910
      * (SALARIO NOVO ZERO) - E A DATA QUE O MODO 7 USA   *             00601920
      * PARA CONTAR O PRAZO DE RETENCAO DA LGPD.          *             00601930
      *----------------------------------------------------             00601940
       2652-EXECUTAR-INSERT-DESLIG                 SECTION.             00601950
      *----------------------------------------------------             00601960
           EXEC SQL                                                     00601970
              INSERT INTO IVAN.HISTSAL                                  00601980
                     (ID, SETOR, SALARIOANT, SALARIONOVO,               00601990
                      TIPOAJUSTE, DATAAJUSTE)                           00602000
              SELECT ID, SETOR, SALARIO, 0, 'D',                        00602010
                     :DB2-H-DATAAJUSTE                                  00602020
                FROM IVAN.FUNC                                          00602030
               WHERE ID = :DB2-ID                                       00602040
           END-EXEC.                                                    00602050
           IF SQLCODE EQUAL -911 OR SQLCODE EQUAL -913                  00602060
              ADD 1 TO WRK-RETRY-CONTADOR                               00602070
           END-IF.                                                      00602080
      *----------------------------------------------------             00602090
       2652-99-FIM.                                EXIT.                00602100
      *----------------------------------------------------             00602105
      *----------------------------------------------------             00400621
       2655-EXECUTAR-DELETE-FUNC                   SECTION.             00400622
      *----------------------------------------------------             00400623
      *----------------------------------------------------             00400656
       2670-99-FIM.                                EXIT.                00400657
      *----------------------------------------------------             00164690
      *----------------------------------------------------             00602110
      *       CARREGAR BLOQUEIOS JUDICIAIS (LGPDHOLD)     *             00602120
      * SO O CARTAO TIPO F (FUNCIONARIO) INTERESSA AQUI;  *             00602130
      * CONTA E DOCUMENTO SAO TRATADOS NO FR16LG01.       *             00602140
      *----------------------------------------------------             00602150
       1500-CARREGAR-BLOQUEIOS                     SECTION.             00602160
      *----------------------------------------------------             00602170
           READ LGPDHOLD                                                00602180
             AT END MOVE 10 TO WRK-FS-LGPDHOLD                          00602190
           END-READ.                                                    00602200
           PERFORM 1550-GUARDAR-BLOQUEIO THRU 1550-99-FIM               00602210
              UNTIL WRK-FS-LGPDHOLD EQUAL 10.                           00602220
           CLOSE LGPDHOLD.                                              00602230
           DISPLAY 'BLOQUEIOS DE FUNCIONARIO: ' WRK-HOLD-QTDE.          00602240
      *----------------------------------------------------             00602250
       1500-99-FIM.                                EXIT.                00602260
      *----------------------------------------------------             00602270
      *----------------------------------------------------             00602280
       1550-GUARDAR-BLOQUEIO                       SECTION.             00602290
      *----------------------------------------------------             00602300
           IF REG-HOLD-POR-FUNC AND REG-HOLD-FUNC-ID NUMERIC            00602310
              IF WRK-HOLD-QTDE NOT LESS WRK-HOLD-MAX                    00602320
                 MOVE 'FR16DB01'            TO WRK-PROGRAMA             00602330
                 MOVE '1550'                TO WRK-SECAO                00602340
                 MOVE 'LGPDHOLD EXCEDE A TABELA' TO WRK-MENSAGEM        00602350
                 MOVE WRK-FS-LGPDHOLD       TO WRK-STATUS               00602360
                 PERFORM 9000-TRATA-ERROS THRU 9000-99-FIM              00602370
              END-IF                                                    00602380
              ADD 1 TO WRK-HOLD-QTDE                                    00602390
              SET HLD-IDX TO WRK-HOLD-QTDE                              00602400
              MOVE REG-HOLD-FUNC-ID TO WRK-TBL-FUNC-ID (HLD-IDX)        00602410
           END-IF.                                                      00602420
           READ LGPDHOLD                                                00602430
             AT END MOVE 10 TO WRK-FS-LGPDHOLD                          00602440
           END-READ.                                                    00602450
      *----------------------------------------------------             00602460
       1550-99-FIM.                                EXIT.                00602470
      *----------------------------------------------------             00602480
      *----------------------------------------------------             00602490
      *       RETENCAO DA LGPD (MODO 7)                   *             00602500
      * O HISTORICO DO DESLIGADO COM PRAZO VENCIDO E      *             00602510
      * EXCLUIDO DA HISTSAL (NENHUM TOTAL DEPENDE DELE),  *             00602520
      * SALVO BLOQUEIO JUDICIAL. CADA ID TRATADO VAI PARA *             00602530
      * O LGFUNC E PARA O RELDB01, QUE E A EVIDENCIA.     *             00602540
      *----------------------------------------------------             00602550
       2700-PROCESSAR-LGPD                         SECTION.             00602560
      *----------------------------------------------------             00602570
           EXEC SQL                                                     00602580
              OPEN CUR-LGPD                                             00602590
           END-EXEC.                                                    00602600
           IF SQLCODE NOT EQUAL 0                                       00602610
              MOVE SQLCODE TO WRK-SQLCODE                               00602620
              DISPLAY 'ERRO NO OPEN DO CURSOR CUR-LGPD: ' WRK-SQLCODE   00602630
              ADD 1 TO WRK-LG-ERROS                                     00602640
              MOVE 'S' TO WRK-SW-FIM-LGPD                               00602650
           END-IF.                                                      00602660
           PERFORM 2750-FETCH-LGPD THRU 2750-99-FIM                     00602670
              UNTIL WRK-FIM-LGPD.                                       00602680
           EXEC SQL                                                     00602690
              CLOSE CUR-LGPD                                            00602700
           END-EXEC.                                                    00602710
      *----------------------------------------------------             00602720
       2700-99-FIM.                                EXIT.                00602730
      *----------------------------------------------------             00602740
      *----------------------------------------------------             00602750
       2750-FETCH-LGPD                             SECTION.             00602760
      *----------------------------------------------------             00602770
           EXEC SQL                                                     00602780
              FETCH CUR-LGPD                                            00602790
               INTO :DB2-H-ID, :DB2-H-DATAAJUSTE, :WRK-LG-LINHAS-ID     00602800
           END-EXEC.                                                    00602810
           EVALUATE SQLCODE                                             00602820
            WHEN 0                                                      00602830
              ADD 1 TO WRK-LG-ENCONTRADOS                               00602840
              PERFORM 2760-TRATAR-DESLIGADO THRU 2760-99-FIM            00602850
            WHEN 100                                                    00602860
              MOVE 'S' TO WRK-SW-FIM-LGPD                               00602870
            WHEN OTHER                                                  00602880
              MOVE SQLCODE TO WRK-SQLCODE                               00602890
              DISPLAY 'ERRO NO FETCH DO CURSOR CUR-LGPD: ' WRK-SQLCODE  00602900
              ADD 1 TO WRK-LG-ERROS                                     00602910
              MOVE 'S' TO WRK-SW-FIM-LGPD                               00602920
           END-EVALUATE.                                                00602930
      *----------------------------------------------------             00602940
       2750-99-FIM.                                EXIT.                00602950
      *----------------------------------------------------             00602960
      *----------------------------------------------------             00602970
       2760-TRATAR-DESLIGADO                       SECTION.             00602980
      *----------------------------------------------------             00602990
           MOVE DB2-H-ID          TO WRK-ID.                            00603000
           MOVE SPACES            TO REG-LGF.                           00603010
           MOVE WRK-ID            TO REG-LGF-ID.                        00603020
           MOVE DB2-H-DATAAJUSTE  TO REG-LGF-DATA-DESLIG.               00603030
           MOVE ZEROS             TO REG-LGF-LINHAS.                    00603040
           MOVE 'N'               TO WRK-SW-BLOQUEIO.                   00603050
           MOVE 1                 TO WRK-HOLD-IND.                      00603060
           PERFORM 2770-TESTAR-BLOQUEIO THRU 2770-99-FIM                00603070
              UNTIL WRK-FUNC-BLOQUEADO                                  00603080
                 OR WRK-HOLD-IND GREATER WRK-HOLD-QTDE.                 00603090
           IF WRK-FUNC-BLOQUEADO                                        00603100
              MOVE 'B'                 TO REG-LGF-SITUACAO              00603110
              MOVE 'RETIDO'            TO WRK-LG-D-STATUS               00603120
              MOVE 'BLOQUEIO JUDICIAL' TO WRK-LG-D-MOTIVO               00603130
              ADD 1 TO WRK-LG-BLOQUEADOS                                00603140
           ELSE                                                         00603150
              MOVE ZEROS TO WRK-RETRY-CONTADOR                          00603160
              PERFORM 2780-EXECUTAR-DELETE-HIST THRU 2780-99-FIM        00603170
                 WITH TEST AFTER                                        00603180
                 UNTIL SQLCODE NOT EQUAL -911 AND SQLCODE NOT EQUAL -91300603190
                    OR WRK-RETRY-CONTADOR NOT LESS WRK-RETRY-MAX        00603200
              IF SQLCODE EQUAL 0                                        00603210
                 MOVE WRK-LG-LINHAS-ID TO REG-LGF-LINHAS                00603220
                 ADD  WRK-LG-LINHAS-ID TO WRK-LG-LINHAS                 00603230
                 MOVE 'E'              TO REG-LGF-SITUACAO              00603240
                 MOVE 'EXCLUIDO'       TO WRK-LG-D-STATUS               00603250
                 MOVE 'PRAZO VENCIDO'  TO WRK-LG-D-MOTIVO               00603260
                 ADD 1 TO WRK-LG-EXCLUIDOS                              00603270
              ELSE                                                      00603280
                 MOVE SQLCODE TO WRK-SQLCODE                            00603290
                 DISPLAY 'ERRO NA EXCLUSAO DO HISTORICO - ID: '         00603300
                                        WRK-ID WRK-SQLCODE              00603310
                 ADD 1 TO WRK-LG-ERROS                                  00603320
              END-IF                                                    00603330
           END-IF.                                                      00603340
           IF REG-LGF-SITUACAO NOT EQUAL SPACES                         00603350
              PERFORM 2790-GRAVAR-LGPD THRU 2790-99-FIM                 00603360
           END-IF.                                                      00603370
      *----------------------------------------------------             00603380
       2760-99-FIM.                                EXIT.                00603390
      *----------------------------------------------------             00603400
      *----------------------------------------------------             00603410
       2770-TESTAR-BLOQUEIO                        SECTION.             00603420
      *----------------------------------------------------             00603430
           SET HLD-IDX TO WRK-HOLD-IND.                                 00603440
           IF WRK-TBL-FUNC-ID (HLD-IDX) EQUAL WRK-ID                    00603450
              MOVE 'S' TO WRK-SW-BLOQUEIO                               00603460
           ELSE                                                         00603470
              ADD 1 TO WRK-HOLD-IND                                     00603480
           END-IF.                                                      00603490
      *----------------------------------------------------             00603500
       2770-99-FIM.                                EXIT.                00603510
      *----------------------------------------------------             00603520
      *----------------------------------------------------             00603530
       2780-EXECUTAR-DELETE-HIST                   SECTION.             00603540
      *----------------------------------------------------             00603550
           EXEC SQL                                                     00603560
              DELETE FROM IVAN.HISTSAL                                  00603570
               WHERE ID = :DB2-H-ID                                     00603580
           END-EXEC.                                                    00603590
           IF SQLCODE EQUAL -911 OR SQLCODE EQUAL -913                  00603600
              ADD 1 TO WRK-RETRY-CONTADOR                               00603610
           END-IF.                                                      00603620
      *----------------------------------------------------             00603630
       2780-99-FIM.                                EXIT.                00603640
      *----------------------------------------------------             00603650
      *----------------------------------------------------             00603660
       2790-GRAVAR-LGPD                            SECTION.             00603670
      *----------------------------------------------------             00603680
           WRITE REG-LGF.                                               00603690
           IF WRK-FS-LGFUNC NOT EQUAL 0                                 00603700
              MOVE 'FR16DB01'            TO WRK-PROGRAMA                00603710
              MOVE '2790'                TO WRK-SECAO                   00603720
              MOVE 'ERRO NA GRAVACAO DO LGFUNC' TO WRK-MENSAGEM         00603730
              MOVE WRK-FS-LGFUNC         TO WRK-STATUS                  00603740
              PERFORM 9000-TRATA-ERROS THRU 9000-99-FIM                 00603750
           END-IF.                                                      00603760
           MOVE WRK-ID              TO WRK-LG-D-ID.                     00603770
           MOVE REG-LGF-DATA-DESLIG TO WRK-LG-D-DATA.                   00603780
           MOVE REG-LGF-LINHAS      TO WRK-LG-D-LINHAS.                 00603790
           WRITE FD-RELDB01 FROM WRK-DETALHE-LGPD.                      00603800
           PERFORM 2660-CONTROLAR-COMMIT THRU 2660-99-FIM.              00603810
      *----------------------------------------------------             00603820
       2790-99-FIM.                                EXIT.                00603830
      *----------------------------------------------------             00603005
      *****************************************************             00164600
      *               F I N A L I Z A R                   *             00164700
      *****************************************************             00164800
              WRITE FD-RELDB01                                          00300920
              WRITE FD-RELDB01 FROM WRK-TOTAL-AJUSTE                    00300930
              CLOSE AJUSTES RELDB01                                     00300940
            WHEN PARM-MODO-LGPD                                         00601270
              IF WRK-COMMIT-CONTADOR NOT EQUAL 0                        00601280
                 EXEC SQL                                               00601290
                    COMMIT                                              00601300
                 END-EXEC                                               00601310
              END-IF                                                    00601320
              MOVE WRK-LG-ENCONTRADOS    TO WRK-TOT-LG-VENC             00601330
              MOVE WRK-LG-EXCLUIDOS      TO WRK-TOT-LG-EXCL             00601340
              MOVE WRK-LG-BLOQUEADOS     TO WRK-TOT-LG-BLOQ             00601350
              MOVE WRK-LG-LINHAS         TO WRK-TOT-LG-LINHAS           00601360
              MOVE WRK-LG-ERROS          TO WRK-TOT-LG-ERROS            00601370
              MOVE SPACES                TO FD-RELDB01                  00601380
              WRITE FD-RELDB01                                          00601390
              WRITE FD-RELDB01 FROM WRK-TOTAL-LGPD                      00601400
              WRITE FD-RELDB01 FROM WRK-TOTAL-LGPD-LIN                  00601410
              CLOSE LGFUNC RELDB01                                      00601420
      *       ID COM ERRO DE SQL CONTINUA NA HISTSAL E VOLTA NA         00601430
      *       PROXIMA RODADA; O RC 4 DEIXA O FR16LG01 SEGUIR.           00601440
              IF WRK-LG-ERROS GREATER ZEROS                             00601450
                 MOVE 4 TO RETURN-CODE                                  00601460
              END-IF                                                    00601470
           END-EVALUATE.                                                00165290
                                                                        00165300
           DISPLAY ' '.                                                 00165302
