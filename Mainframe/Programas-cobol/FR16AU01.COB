      *=============================================================*   00010000
       IDENTIFICATION                            DIVISION.              00010010
      *=============================================================*   00010020
                                                                        00010030
       PROGRAM-ID. FR16AU01.                                            00010040
      *=============================================================*   00010050
      *             T R E I N A M E N T O                           *   00010060
      *=============================================================*   00010070
      * PROGRAMA......: FR16AU01.                                   *   00010080
      *-------------------------------------------------------------*   00010090
      * PROGRAMADOR...: LUCIANO GUIMARAES.                          *   00010100
      * DATA..........: 15/10/2026                                  *   00010110
      * EMPRESA.......: FOURSYS                                     *   00010120
      * INSTRUTOR.....: IVAN SANCHES                                *   00010130
      *-------------------------------------------------------------*   00010140
      * OBJETIVO......: AUDITORIA NOTURNA DAS CONSULTAS ONLINE CLSL *   00010150
      *                 (SALDO), CLMH (MOVIMENTOS) E CLFN (SALARIO):*   00010160
      *                 LE A FOTO DO DIA DA FILA ACES (#ACESREG),   *   00010170
      *                 CLASSIFICADA POR USUARIO E CHAVE (ACESORD), *   00010180
      *                 E LISTA OS ACESSOS POR OPERADOR NO RELACES, *   00010190
      *                 COM A AGENCIA E O SETOR DO OPERADOR DO      *   00010200
      *                 OPERLIM (#OPERREG). APONTA COMO ALERTA:     *   00010210
      *                 - CONTAS DISTINTAS DE OUTRAS AGENCIAS ACIMA *   00010220
      *                   DO LIMITE LIM-FORA-AGENCIA DO PARMRUN;    *   00010230
      *                 - CONSULTA DE SALARIO (CLFN) POR OPERADOR   *   00010240
      *                   FORA DO RH;                               *   00010250
      *                 - A MESMA CHAVE CONSULTADA MAIS VEZES QUE O *   00010260
      *                   LIMITE LIM-REPETICAO DO PARMRUN.          *   00010270
      *                 OPERADOR SEM CADASTRO NO OPERLIM E TRATADO  *   00010280
      *                 COMO DE FORA DA AGENCIA E DO RH.            *   00010290
      *                 EM SEGUIDA MONTA O HISTORICO NOVO (ACESNOVO)*   00010300
      *                 COM O HISTORICO ANTERIOR (ACESANT) SEM OS   *   00010310
      *                 REGISTROS MAIS ANTIGOS QUE O PRAZO DE       *   00010320
      *                 AUDITORIA (DIAS-RETENCAO DO PARMRUN) E A    *   00010330
      *                 FOTO DO DIA (ACESNITE) NO FIM.              *   00010340
      *                 RETURN-CODE 4 QUANDO HOUVER ALERTA.         *   00010350
      *-------------------------------------------------------------*   00010360
      *   ARQUIVOS...:                                              *   00010370
      *    DDNAME              I/O                                  *   00010380
      *    PARMRUN              I                                   *   00010390
      *    ACESORD              I  (#ACESREG)                       *   00010400
      *    OPERLIM              I  (#OPERREG)                       *   00010410
      *    ACESANT              I  (#ACESREG)                       *   00010420
      *    ACESNITE             I  (#ACESREG)                       *   00010430
      *    ACESNOVO             O  (#ACESREG)                       *   00010440
      *    RELACES              O                                   *   00010450
      *-------------------------------------------------------------*   00010460
      *   MODULOS....:                             INCLUDE/BOOK     *   00010470
      *   GRAVALOG -   TRATAMENTO DE ERROS            GLOG2         *   00010480
      *=============================================================*   00010490
                                                                        00010500
      *=============================================================*   00010510
       ENVIRONMENT                               DIVISION.              00010520
      *=============================================================*   00010530
      *-------------------------------------------------------------*   00010540
       CONFIGURATION                             SECTION.               00010550
      *-------------------------------------------------------------*   00010560
       SPECIAL-NAMES.                                                   00010570
           DECIMAL-POINT IS COMMA.                                      00010580
                                                                        00010590
       INPUT-OUTPUT                              SECTION.               00010600
       FILE-CONTROL.                                                    00010610
            SELECT PARMRUN   ASSIGN TO PARMRUN                          00010620
                FILE STATUS  IS WRK-FS-PARMRUN.                         00010630
                                                                        00010640
            SELECT ACESORD   ASSIGN TO ACESORD                          00010650
                FILE STATUS  IS WRK-FS-ACESORD.                         00010660
                                                                        00010670
            SELECT OPERLIM   ASSIGN TO OPERLIM                          00010680
                ORGANIZATION IS INDEXED                                 00010690
                ACCESS MODE IS RANDOM                                   00010700
                RECORD KEY IS REG-OPER-ID                               00010710
                FILE STATUS  IS WRK-FS-OPERLIM.                         00010720
                                                                        00010730
            SELECT ACESANT   ASSIGN TO ACESANT                          00010740
                FILE STATUS  IS WRK-FS-ACESANT.                         00010750
                                                                        00010760
            SELECT ACESNITE  ASSIGN TO ACESNITE                         00010770
                FILE STATUS  IS WRK-FS-ACESNITE.                        00010780
                                                                        00010790
            SELECT ACESNOVO  ASSIGN TO ACESNOVO                         00010800
                FILE STATUS  IS WRK-FS-ACESNOVO.                        00010810
                                                                        00010820
            SELECT RELACES   ASSIGN TO RELACES                          00010830
                FILE STATUS  IS WRK-FS-RELACES.                         00010840
      *=============================================================*   00010850
       DATA                                      DIVISION.              00010860
      *=============================================================*   00010870
       FILE                                      SECTION.               00010880
      *-------------------------------------------------------------*   00010890
                                                                        00010900
       FD PARMRUN                                                       00010910
          RECORDING  MODE IS F.                                         00010920
                                                                        00010930
       01 FD-PARMRUN.                                                   00010940
          05 FD-PRM-CHAVE      PIC X(16).                               00010950
          05 FD-PRM-IGUAL      PIC X(01).                               00010960
          05 FD-PRM-VALOR      PIC 9(08).                               00010970
          05 FILLER            PIC X(55).                               00010980
                                                                        00010990
       FD ACESORD                                                       00011000
          RECORDING  MODE IS F.                                         00011010
                                                                        00011020
       COPY '#ACESREG'.                                                 00011030
                                                                        00011040
       FD OPERLIM.                                                      00011050
                                                                        00011060
       COPY '#OPERREG'.                                                 00011070
                                                                        00011080
       FD ACESANT                                                       00011090
          RECORDING  MODE IS F.                                         00011100
                                                                        00011110
       01 FD-ACESANT.                                                   00011120
          05 FD-ANT-DATA       PIC 9(08).                               00011130
          05 FILLER            PIC X(52).                               00011140
                                                                        00011150
       FD ACESNITE                                                      00011160
          RECORDING  MODE IS F.                                         00011170
                                                                        00011180
       01 FD-ACESNITE        PIC X(060).                                00011190
                                                                        00011200
       FD ACESNOVO                                                      00011210
          RECORDING  MODE IS F.                                         00011220
                                                                        00011230
       01 FD-ACESNOVO        PIC X(060).                                00011240
                                                                        00011250
       FD RELACES                                                       00011260
          RECORDING  MODE IS F.                                         00011270
                                                                        00011280
       01 FD-RELACES         PIC X(080).                                00011290
      *-------------------------------------------------------------*   00011300
       WORKING-STORAGE                           SECTION.               00011310
      *-------------------------------------------------------------*   00011320
                                                                        00011330
      *-------------------------------------------------------------*   00011340
       01 FILLER PIC X(45) VALUE                                        00011350
              '------------------#GLOG----------------------'.          00011360
      *-------------------------------------------------------------*   00011370
                                                                        00011380
       COPY '#GLOG'.                                                    00011390
                                                                        00011400
      *-------------------------------------------------------------*   00011410
       01 FILLER PIC X(45) VALUE                                        00011420
              '-----------DADOS E FILE STATUS---------------'.          00011430
      *-------------------------------------------------------------*   00011440
       77 WRK-FS-PARMRUN    PIC 9(02).                                  00011450
       77 WRK-FS-ACESORD    PIC 9(02).                                  00011460
       77 WRK-FS-OPERLIM    PIC 9(02).                                  00011470
       77 WRK-FS-ACESANT    PIC 9(02).                                  00011480
       77 WRK-FS-ACESNITE   PIC 9(02).                                  00011490
       77 WRK-FS-ACESNOVO   PIC 9(02).                                  00011500
       77 WRK-FS-RELACES    PIC 9(02).                                  00011510
       77 WRK-ERRORLOG      PIC X(08) VALUE 'ERRORLOG'.                 00011520
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.                      00011530
       77 WRK-DATA-CORTE    PIC 9(08) VALUE ZEROS.                      00011540
       77 WRK-DIA-INT       PIC 9(07) VALUE ZEROS.                      00011550
       77 WRK-USUARIO-ANT   PIC X(08) VALUE SPACES.                     00011560
       77 WRK-SW-FIM-ORD    PIC X(01) VALUE 'N'.                        00011570
           88 WRK-FIM-ACESORD          VALUE 'S'.                       00011580
           88 WRK-TEM-ACESORD          VALUE 'N'.                       00011590
       77 WRK-SW-CADASTRO   PIC X(01) VALUE 'N'.                        00011600
           88 WRK-OPER-CADASTRADO      VALUE 'S'.                       00011610
           88 WRK-OPER-SEM-CADASTRO    VALUE 'N'.                       00011620
                                                                        00011630
      *----------------LIMITES DA AUDITORIA (PARMRUN)-------------*     00011640
      * PALAVRAS-CHAVE DO PARMRUN E VALORES PADRAO, USADOS QUANDO  *    00011650
      * A PALAVRA NAO VEM NO CARTAO. O PRAZO PADRAO E DE CINCO     *    00011660
      * ANOS DE HISTORICO.                                         *    00011670
       77 WRK-LIM-FORA-AGENCIA PIC 9(08) VALUE 20.                      00011680
       77 WRK-LIM-REPETICAO PIC 9(08) VALUE 5.                          00011690
       77 WRK-DIAS-RETENCAO PIC 9(08) VALUE 1826.                       00011700
                                                                        00011710
      * CHAVE EM CURSO DENTRO DO OPERADOR (TIPO + CHAVE DO ACESSO)      00011720
       01 WRK-CHAVE-ANT.                                                00011730
          05 WRK-ANT-TIPO          PIC X(01).                           00011740
             88 WRK-ANT-POR-CONTA         VALUE 'C'.                    00011750
          05 WRK-ANT-CHAVE         PIC X(08).                           00011760
          05 WRK-ANT-CHAVE-CONTA REDEFINES WRK-ANT-CHAVE.               00011770
             10 WRK-ANT-AGENCIA    PIC X(04).                           00011780
             10 WRK-ANT-CONTA      PIC X(04).                           00011790
          05 WRK-ANT-CHAVE-FUNC  REDEFINES WRK-ANT-CHAVE.               00011800
             10 WRK-ANT-FUNC-ID    PIC X(05).                           00011810
             10 FILLER             PIC X(03).                           00011820
       77 WRK-QTDE-CHAVE    PIC 9(07) VALUE ZEROS.                      00011830
                                                                        00011840
      *----------------CONTADORES DO OPERADOR---------------------*     00011850
       01 WRK-CONTADORES-OPR.                                           00011860
          05 WRK-OPR-ACESSOS       PIC 9(07).                           00011870
          05 WRK-OPR-CLSL          PIC 9(07).                           00011880
          05 WRK-OPR-CLMH          PIC 9(07).                           00011890
          05 WRK-OPR-CLFN          PIC 9(07).                           00011900
          05 WRK-OPR-NAO-ACHADOS   PIC 9(07).                           00011910
          05 WRK-OPR-CONTAS        PIC 9(07).                           00011920
          05 WRK-OPR-FORA-AGENCIA  PIC 9(07).                           00011930
          05 WRK-OPR-ALERTAS       PIC 9(07).                           00011940
                                                                        00011950
      *----------------TOTAIS DA NOITE----------------------------*     00011960
       77 WRK-ACESSOS-LIDOS PIC 9(09) VALUE ZEROS.                      00011970
       77 WRK-OPERADORES    PIC 9(07) VALUE ZEROS.                      00011980
       77 WRK-OPER-ALERTA   PIC 9(07) VALUE ZEROS.                      00011990
       77 WRK-ALERTAS       PIC 9(07) VALUE ZEROS.                      00012000
       77 WRK-HIST-MANTIDOS PIC 9(09) VALUE ZEROS.                      00012010
       77 WRK-HIST-EXPURGO  PIC 9(09) VALUE ZEROS.                      00012020
       77 WRK-HIST-NOITE    PIC 9(09) VALUE ZEROS.                      00012030
       77 WRK-HIST-GRAVADOS PIC 9(09) VALUE ZEROS.                      00012040
                                                                        00012050
      *-------------------------------------------------------------*   00012060
       01 FILLER PIC X(45) VALUE                                        00012070
              '-----------LAYOUTS DE IMPRESSAO--------------'.          00012080
      *-------------------------------------------------------------*   00012090
       01 WRK-CABECALHO-ACES.                                           00012100
          05 FILLER               PIC X(46) VALUE                       00012110
                    'AUDITORIA DE ACESSO AS CONSULTAS    - FR16AU01'.   00012120
          05 FILLER               PIC X(12) VALUE ' - DATA     '.       00012130
          05 WRK-CAB-DATA         PIC 9(08).                            00012140
                                                                        00012150
       01 WRK-OPERADOR-ACES.                                            00012160
          05 FILLER               PIC X(10) VALUE 'OPERADOR: '.         00012170
          05 WRK-OPA-USUARIO      PIC X(08).                            00012180
          05 FILLER               PIC X(11) VALUE '  AGENCIA: '.        00012190
          05 WRK-OPA-AGENCIA      PIC X(04).                            00012200
          05 FILLER               PIC X(09) VALUE '  SETOR: '.          00012210
          05 WRK-OPA-SETOR        PIC X(04).                            00012220
          05 FILLER               PIC X(02) VALUE SPACES.               00012230
          05 WRK-OPA-SITUACAO     PIC X(32).                            00012240
                                                                        00012250
       01 WRK-ALERTA-ACES.                                              00012260
          05 FILLER               PIC X(07) VALUE '   *** '.            00012270
          05 WRK-ALE-TIPO         PIC X(12).                            00012280
          05 WRK-ALE-CHAVE        PIC X(09).                            00012290
          05 FILLER               PIC X(01) VALUE SPACES.               00012300
          05 WRK-ALE-TEXTO        PIC X(32).                            00012310
          05 WRK-ALE-QTDE         PIC Z.ZZZ.ZZ9.                        00012320
                                                                        00012330
       01 WRK-RESUMO-ACES.                                              00012340
          05 FILLER               PIC X(03) VALUE SPACES.               00012350
          05 WRK-RES-TEXTO        PIC X(32).                            00012360
          05 WRK-RES-QTDE         PIC Z.ZZZ.ZZ9.                        00012370
          05 FILLER               PIC X(01) VALUE SPACES.               00012380
          05 WRK-RES-ALERTA       PIC X(24).                            00012390
                                                                        00012400
       01 WRK-TOTAL-ACES.                                               00012410
          05 WRK-TOT-TEXTO        PIC X(34).                            00012420
          05 WRK-TOT-QTDE         PIC ZZZ.ZZZ.ZZ9.                      00012430
                                                                        00012440
      *=============================================================*   00012450
       PROCEDURE                                 DIVISION.              00012460
      *=============================================================*   00012470
      ***************************************************************   00012480
      *          R O T I N A   P R I N C I P A L                    *   00012490
      ***************************************************************   00012500
      *--------------------------------------------------------------   00012510
       0000-PRINCIPAL                            SECTION.               00012520
      *--------------------------------------------------------------   00012530
             PERFORM 1000-INICIALIZAR.                                  00012540
             PERFORM 2000-PROCESSAR UNTIL WRK-FIM-ACESORD.              00012550
             PERFORM 3000-FINALIZAR.                                    00012560
             STOP RUN.                                                  00012570
      *--------------------------------------------------------------   00012580
       0000-99-FIM.                              EXIT.                  00012590
      *--------------------------------------------------------------   00012600
      ***************************************************************   00012610
      *             I N I C I A L I Z A R                           *   00012620
      ***************************************************************   00012630
      * A DATA DE CORTE DO HISTORICO E A DATA DO DIA MENOS O PRAZO  *   00012640
      * DE AUDITORIA: FICAM OS ACESSOS DA DATA DE CORTE EM DIANTE.  *   00012650
      *--------------------------------------------------------------   00012660
       1000-INICIALIZAR                          SECTION.               00012670
      *--------------------------------------------------------------   00012680
             PERFORM 1050-LER-PARAMETROS.                               00012690
             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                   00012700
             COMPUTE WRK-DIA-INT =                                      00012710
                     FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE)           00012720
                   - WRK-DIAS-RETENCAO.                                 00012730
             COMPUTE WRK-DATA-CORTE =                                   00012740
                     FUNCTION DATE-OF-INTEGER (WRK-DIA-INT).            00012750
             OPEN INPUT  ACESORD OPERLIM ACESANT ACESNITE               00012760
                  OUTPUT ACESNOVO RELACES.                              00012770
             PERFORM 5100-TESTAR-STATUS.                                00012780
             MOVE WRK-DATA-HOJE TO WRK-CAB-DATA.                        00012790
             WRITE FD-RELACES FROM WRK-CABECALHO-ACES.                  00012800
             PERFORM 5300-LER-ACESORD.                                  00012810
             IF WRK-TEM-ACESORD                                         00012820
               PERFORM 2100-INICIAR-OPERADOR                            00012830
             END-IF.                                                    00012840
      *--------------------------------------------------------------   00012850
       1000-99-FIM.                              EXIT.                  00012860
      *--------------------------------------------------------------   00012870
      ***************************************************************   00012880
      *       L E R   P A R A M E T R O S   (PARMRUN)               *   00012890
      ***************************************************************   00012900
      * MESMO CARTAO DO FR16CT01: PALAVRA-CHAVE NAS COLUNAS 1-16,   *   00012910
      * SINAL = NA 17 E VALOR DE 8 DIGITOS NAS 18-25. LINHA COM *   *   00012920
      * NA COLUNA 1 E COMENTARIO. OS VALORES EFETIVOS SAO ECOADOS   *   00012930
      * NO SYSOUT.                                                  *   00012940
      *-------------------------------------------------------------*   00012950
       1050-LER-PARAMETROS                       SECTION.               00012960
      *-------------------------------------------------------------*   00012970
            OPEN INPUT PARMRUN.                                         00012980
            IF WRK-FS-PARMRUN NOT EQUAL 0                               00012990
               MOVE 'FR16AU01'             TO WRK-PROGRAMA              00013000
               MOVE '1050'                 TO WRK-SECAO                 00013010
               MOVE 'ERRO NO OPEN PARMRUN' TO WRK-MENSAGEM              00013020
               MOVE WRK-FS-PARMRUN         TO WRK-STATUS                00013030
               PERFORM 6000-TRATA-ERROS                                 00013040
            END-IF.                                                     00013050
            READ PARMRUN                                                00013060
              AT END MOVE 10 TO WRK-FS-PARMRUN                          00013070
            END-READ.                                                   00013080
            PERFORM 1060-TRATAR-PARAMETRO THRU 1060-99-FIM              00013090
               UNTIL WRK-FS-PARMRUN EQUAL 10.                           00013100
            CLOSE PARMRUN.                                              00013110
            DISPLAY 'LIMITES EFETIVOS DA AUDITORIA:'.                   00013120
            DISPLAY '  LIM-FORA-AGENCIA: ' WRK-LIM-FORA-AGENCIA.        00013130
            DISPLAY '  LIM-REPETICAO...: ' WRK-LIM-REPETICAO.           00013140
            DISPLAY '  DIAS-RETENCAO...: ' WRK-DIAS-RETENCAO.           00013150
      *-------------------------------------------------------------*   00013160
       1050-99-FIM.                               EXIT.                 00013170
      *-------------------------------------------------------------*   00013180
      *-------------------------------------------------------------*   00013190
       1060-TRATAR-PARAMETRO                     SECTION.               00013200
      *-------------------------------------------------------------*   00013210
            EVALUATE TRUE                                               00013220
             WHEN FD-PRM-CHAVE (1:1) EQUAL '*'                          00013230
               CONTINUE                                                 00013240
             WHEN FD-PRM-CHAVE EQUAL SPACES                             00013250
               CONTINUE                                                 00013260
             WHEN FD-PRM-CHAVE EQUAL 'LIM-FORA-AGENCIA'                 00013270
               PERFORM 1070-VALIDAR-VALOR THRU 1070-99-FIM              00013280
               MOVE FD-PRM-VALOR TO WRK-LIM-FORA-AGENCIA                00013290
             WHEN FD-PRM-CHAVE EQUAL 'LIM-REPETICAO'                    00013300
               PERFORM 1070-VALIDAR-VALOR THRU 1070-99-FIM              00013310
               MOVE FD-PRM-VALOR TO WRK-LIM-REPETICAO                   00013320
             WHEN FD-PRM-CHAVE EQUAL 'DIAS-RETENCAO'                    00013330
               PERFORM 1070-VALIDAR-VALOR THRU 1070-99-FIM              00013340
               MOVE FD-PRM-VALOR TO WRK-DIAS-RETENCAO                   00013350
             WHEN OTHER                                                 00013360
               DISPLAY 'PARAMETRO DESCONHECIDO: ' FD-PRM-CHAVE          00013370
               PERFORM 1080-PARAMETRO-INVALIDO THRU 1080-99-FIM         00013380
            END-EVALUATE.                                               00013390
            READ PARMRUN                                                00013400
              AT END MOVE 10 TO WRK-FS-PARMRUN                          00013410
            END-READ.                                                   00013420
      *-------------------------------------------------------------*   00013430
       1060-99-FIM.                               EXIT.                 00013440
      *-------------------------------------------------------------*   00013450
      *-------------------------------------------------------------*   00013460
       1070-VALIDAR-VALOR                        SECTION.               00013470
      *-------------------------------------------------------------*   00013480
            IF FD-PRM-IGUAL NOT EQUAL '=' OR                            00013490
               FD-PRM-VALOR NOT NUMERIC                                 00013500
               PERFORM 1080-PARAMETRO-INVALIDO THRU 1080-99-FIM         00013510
            END-IF.                                                     00013520
            IF FD-PRM-VALOR EQUAL ZEROS                                 00013530
               PERFORM 1080-PARAMETRO-INVALIDO THRU 1080-99-FIM         00013540
            END-IF.                                                     00013550
      *-------------------------------------------------------------*   00013560
       1070-99-FIM.                               EXIT.                 00013570
      *-------------------------------------------------------------*   00013580
      *-------------------------------------------------------------*   00013590
       1080-PARAMETRO-INVALIDO                   SECTION.               00013600
      *-------------------------------------------------------------*   00013610
            MOVE 'FR16AU01'             TO WRK-PROGRAMA.                00013620
            MOVE '1060'                 TO WRK-SECAO.                   00013630
            MOVE 'PARAMETRO INVALIDO NO PARMRUN' TO WRK-MENSAGEM.       00013640
            MOVE WRK-FS-PARMRUN         TO WRK-STATUS.                  00013650
            PERFORM 6000-TRATA-ERROS.                                   00013660
      *-------------------------------------------------------------*   00013670
       1080-99-FIM.                               EXIT.                 00013680
      *-------------------------------------------------------------*   00013690
      ***************************************************************   00013700
      *               P R O C E S S A R                             *   00013710
      ***************************************************************   00013720
      * O ACESORD VEM CLASSIFICADO POR USUARIO, TIPO E CHAVE, DATA  *   00013730
      * E HORA: QUEBRA POR OPERADOR E, DENTRO DELE, POR CHAVE.      *   00013740
      *--------------------------------------------------------------   00013750
       2000-PROCESSAR                            SECTION.               00013760
      *--------------------------------------------------------------   00013770
            IF REG-ACES-USUARIO NOT EQUAL WRK-USUARIO-ANT               00013780
              PERFORM 2500-QUEBRA-OPERADOR                              00013790
              PERFORM 2100-INICIAR-OPERADOR                             00013800
            ELSE                                                        00013810
              IF REG-ACES-TIPO-CHAVE NOT EQUAL WRK-ANT-TIPO OR          00013820
                 REG-ACES-CHAVE NOT EQUAL WRK-ANT-CHAVE                 00013830
                PERFORM 2300-FECHAR-CHAVE                               00013840
                MOVE REG-ACES-TIPO-CHAVE TO WRK-ANT-TIPO                00013850
                MOVE REG-ACES-CHAVE      TO WRK-ANT-CHAVE               00013860
              END-IF                                                    00013870
            END-IF.                                                     00013880
            PERFORM 2200-CONTAR-ACESSO.                                 00013890
            PERFORM 5300-LER-ACESORD.                                   00013900
      *--------------------------------------------------------------   00013910
       2000-99-FIM.                              EXIT.                  00013920
      *--------------------------------------------------------------   00013930
      ***************************************************************   00013940
      *       I N I C I A R   O P E R A D O R                       *   00013950
      ***************************************************************   00013960
      * A AGENCIA E O SETOR DO OPERADOR VEM DO OPERLIM; SEM         *   00013970
      * CADASTRO, OS DOIS FICAM EM BRANCO E TODA CONSULTA CONTA     *   00013980
      * COMO DE FORA DA AGENCIA E DO RH.                            *   00013990
      *--------------------------------------------------------------   00014000
       2100-INICIAR-OPERADOR                     SECTION.               00014010
      *--------------------------------------------------------------   00014020
            ADD 1 TO WRK-OPERADORES.                                    00014030
            MOVE REG-ACES-USUARIO    TO WRK-USUARIO-ANT.                00014040
            MOVE REG-ACES-TIPO-CHAVE TO WRK-ANT-TIPO.                   00014050
            MOVE REG-ACES-CHAVE      TO WRK-ANT-CHAVE.                  00014060
            MOVE ZEROS               TO WRK-QTDE-CHAVE.                 00014070
            INITIALIZE WRK-CONTADORES-OPR.                              00014080
            MOVE WRK-USUARIO-ANT     TO REG-OPER-ID.                    00014090
            READ OPERLIM                                                00014100
              INVALID KEY                                               00014110
                MOVE 'N' TO WRK-SW-CADASTRO                             00014120
              NOT INVALID KEY                                           00014130
                MOVE 'S' TO WRK-SW-CADASTRO                             00014140
            END-READ.                                                   00014150
            IF WRK-OPER-SEM-CADASTRO                                    00014160
              MOVE SPACES TO REG-OPER-AGENCIA REG-OPER-SETOR            00014170
              MOVE '*** SEM CADASTRO NO OPERLIM' TO WRK-OPA-SITUACAO    00014180
            ELSE                                                        00014190
              MOVE SPACES TO WRK-OPA-SITUACAO                           00014200
            END-IF.                                                     00014210
            MOVE SPACES TO FD-RELACES.                                  00014220
            WRITE FD-RELACES.                                           00014230
            MOVE WRK-USUARIO-ANT  TO WRK-OPA-USUARIO.                   00014240
            MOVE REG-OPER-AGENCIA TO WRK-OPA-AGENCIA.                   00014250
            MOVE REG-OPER-SETOR   TO WRK-OPA-SETOR.                     00014260
            WRITE FD-RELACES FROM WRK-OPERADOR-ACES.                    00014270
      *--------------------------------------------------------------   00014280
       2100-99-FIM.                              EXIT.                  00014290
      *--------------------------------------------------------------   00014300
      ***************************************************************   00014310
      *       C O N T A R   A C E S S O                             *   00014320
      ***************************************************************   00014330
      *--------------------------------------------------------------   00014340
       2200-CONTAR-ACESSO                        SECTION.               00014350
      *--------------------------------------------------------------   00014360
            ADD 1 TO WRK-OPR-ACESSOS WRK-QTDE-CHAVE.                    00014370
            EVALUATE REG-ACES-TRANSACAO                                 00014380
             WHEN 'CLSL'                                                00014390
               ADD 1 TO WRK-OPR-CLSL                                    00014400
             WHEN 'CLMH'                                                00014410
               ADD 1 TO WRK-OPR-CLMH                                    00014420
             WHEN 'CLFN'                                                00014430
               ADD 1 TO WRK-OPR-CLFN                                    00014440
            END-EVALUATE.                                               00014450
            IF NOT REG-ACES-ACHADO                                      00014460
              ADD 1 TO WRK-OPR-NAO-ACHADOS                              00014470
            END-IF.                                                     00014480
      *--------------------------------------------------------------   00014490
       2200-99-FIM.                              EXIT.                  00014500
      *--------------------------------------------------------------   00014510
      ***************************************************************   00014520
      *       F E C H A R   C H A V E                               *   00014530
      ***************************************************************   00014540
      * CONTA DE OUTRA AGENCIA ENTRA NA CONTAGEM DE CONTAS FORA DA  *   00014550
      * AGENCIA DO OPERADOR; FUNCIONARIO CONSULTADO POR OPERADOR    *   00014560
      * FORA DO RH E A CHAVE REPETIDA ACIMA DO LIMITE SAEM COMO     *   00014570
      * ALERTA, UMA LINHA POR CHAVE.                                *   00014580
      *--------------------------------------------------------------   00014590
       2300-FECHAR-CHAVE                         SECTION.               00014600
      *--------------------------------------------------------------   00014610
            IF WRK-ANT-POR-CONTA                                        00014620
              ADD 1 TO WRK-OPR-CONTAS                                   00014630
              MOVE 'CONTA'         TO WRK-ALE-TIPO                      00014640
              MOVE SPACES          TO WRK-ALE-CHAVE                     00014650
              STRING WRK-ANT-AGENCIA '/' WRK-ANT-CONTA                  00014660
                     DELIMITED BY SIZE INTO WRK-ALE-CHAVE               00014670
              IF WRK-ANT-AGENCIA NOT EQUAL REG-OPER-AGENCIA             00014680
                ADD 1 TO WRK-OPR-FORA-AGENCIA                           00014690
              END-IF                                                    00014700
            ELSE                                                        00014710
              MOVE 'FUNCIONARIO'   TO WRK-ALE-TIPO                      00014720
              MOVE WRK-ANT-FUNC-ID TO WRK-ALE-CHAVE                     00014730
              IF NOT REG-OPER-RH                                        00014740
                MOVE 'SALARIO CONSULTADO FORA DO RH'                    00014750
                                   TO WRK-ALE-TEXTO                     00014760
                PERFORM 2400-IMPRIMIR-ALERTA                            00014770
              END-IF                                                    00014780
            END-IF.                                                     00014790
            IF WRK-QTDE-CHAVE GREATER WRK-LIM-REPETICAO                 00014800
              MOVE 'CONSULTA REPETIDA NO DIA' TO WRK-ALE-TEXTO          00014810
              PERFORM 2400-IMPRIMIR-ALERTA                              00014820
            END-IF.                                                     00014830
            MOVE ZEROS TO WRK-QTDE-CHAVE.                               00014840
      *--------------------------------------------------------------   00014850
       2300-99-FIM.                              EXIT.                  00014860
      *--------------------------------------------------------------   00014870
      *--------------------------------------------------------------   00014880
       2400-IMPRIMIR-ALERTA                      SECTION.               00014890
      *--------------------------------------------------------------   00014900
            MOVE WRK-QTDE-CHAVE TO WRK-ALE-QTDE.                        00014910
            WRITE FD-RELACES FROM WRK-ALERTA-ACES.                      00014920
            ADD 1 TO WRK-OPR-ALERTAS.                                   00014930
      *--------------------------------------------------------------   00014940
       2400-99-FIM.                              EXIT.                  00014950
      *--------------------------------------------------------------   00014960
      ***************************************************************   00014970
      *       Q U E B R A   P O R   O P E R A D O R                 *   00014980
      ***************************************************************   00014990
      *--------------------------------------------------------------   00015000
       2500-QUEBRA-OPERADOR                      SECTION.               00015010
      *--------------------------------------------------------------   00015020
            PERFORM 2300-FECHAR-CHAVE.                                  00015030
            MOVE SPACES TO WRK-RES-ALERTA.                              00015040
            MOVE 'CONSULTAS DE SALDO (CLSL)......:' TO WRK-RES-TEXTO.   00015050
            MOVE WRK-OPR-CLSL        TO WRK-RES-QTDE.                   00015060
            WRITE FD-RELACES FROM WRK-RESUMO-ACES.                      00015070
            MOVE 'CONSULTAS DE MOVIMENTO (CLMH)..:' TO WRK-RES-TEXTO.   00015080
            MOVE WRK-OPR-CLMH        TO WRK-RES-QTDE.                   00015090
            WRITE FD-RELACES FROM WRK-RESUMO-ACES.                      00015100
            MOVE 'CONSULTAS DE SALARIO (CLFN)....:' TO WRK-RES-TEXTO.   00015110
            MOVE WRK-OPR-CLFN        TO WRK-RES-QTDE.                   00015120
            WRITE FD-RELACES FROM WRK-RESUMO-ACES.                      00015130
            MOVE 'CHAVES NAO ACHADAS OU COM ERRO.:' TO WRK-RES-TEXTO.   00015140
            MOVE WRK-OPR-NAO-ACHADOS TO WRK-RES-QTDE.                   00015150
            WRITE FD-RELACES FROM WRK-RESUMO-ACES.                      00015160
            MOVE 'CONTAS DISTINTAS CONSULTADAS...:' TO WRK-RES-TEXTO.   00015170
            MOVE WRK-OPR-CONTAS      TO WRK-RES-QTDE.                   00015180
            WRITE FD-RELACES FROM WRK-RESUMO-ACES.                      00015190
            MOVE 'CONTAS DE OUTRAS AGENCIAS......:' TO WRK-RES-TEXTO.   00015200
            MOVE WRK-OPR-FORA-AGENCIA TO WRK-RES-QTDE.                  00015210
            IF WRK-OPR-FORA-AGENCIA GREATER WRK-LIM-FORA-AGENCIA        00015220
              MOVE '*** ACIMA DO LIMITE' TO WRK-RES-ALERTA              00015230
              ADD 1 TO WRK-OPR-ALERTAS                                  00015240
            END-IF.                                                     00015250
            WRITE FD-RELACES FROM WRK-RESUMO-ACES.                      00015260
            IF WRK-OPR-ALERTAS GREATER ZEROS                            00015270
              ADD 1 TO WRK-OPER-ALERTA                                  00015280
              ADD WRK-OPR-ALERTAS TO WRK-ALERTAS                        00015290
            END-IF.                                                     00015300
      *--------------------------------------------------------------   00015310
       2500-99-FIM.                              EXIT.                  00015320
      *--------------------------------------------------------------   00015330
      ***************************************************************   00015340
      *               F I N A L I Z A R                             *   00015350
      ***************************************************************   00015360
      *--------------------------------------------------------------   00015370
       3000-FINALIZAR                            SECTION.               00015380
      *--------------------------------------------------------------   00015390
            IF WRK-ACESSOS-LIDOS NOT EQUAL ZEROS                        00015400
              PERFORM 2500-QUEBRA-OPERADOR                              00015410
            END-IF.                                                     00015420
            PERFORM 5400-LER-ACESANT.                                   00015430
            PERFORM 3100-EXPURGAR-HISTORICO                             00015440
               UNTIL WRK-FS-ACESANT EQUAL 10.                           00015450
            PERFORM 5500-LER-ACESNITE.                                  00015460
            PERFORM 3200-ACRESCENTAR-NOITE                              00015470
               UNTIL WRK-FS-ACESNITE EQUAL 10.                          00015480
            MOVE SPACES TO FD-RELACES.                                  00015490
            WRITE FD-RELACES.                                           00015500
            MOVE 'ACESSOS DO DIA..................:'                    00015510
                                    TO WRK-TOT-TEXTO                    00015520
            MOVE WRK-ACESSOS-LIDOS  TO WRK-TOT-QTDE                     00015530
            WRITE FD-RELACES FROM WRK-TOTAL-ACES.                       00015540
            MOVE 'OPERADORES......................:'                    00015550
                                    TO WRK-TOT-TEXTO                    00015560
            MOVE WRK-OPERADORES     TO WRK-TOT-QTDE                     00015570
            WRITE FD-RELACES FROM WRK-TOTAL-ACES.                       00015580
            MOVE 'OPERADORES COM ALERTA...........:'                    00015590
                                    TO WRK-TOT-TEXTO                    00015600
            MOVE WRK-OPER-ALERTA    TO WRK-TOT-QTDE                     00015610
            WRITE FD-RELACES FROM WRK-TOTAL-ACES.                       00015620
            MOVE 'ALERTAS.........................:'                    00015630
                                    TO WRK-TOT-TEXTO                    00015640
            MOVE WRK-ALERTAS        TO WRK-TOT-QTDE                     00015650
            WRITE FD-RELACES FROM WRK-TOTAL-ACES.                       00015660
            MOVE 'HISTORICO MANTIDO...............:'                    00015670
                                    TO WRK-TOT-TEXTO                    00015680
            MOVE WRK-HIST-MANTIDOS  TO WRK-TOT-QTDE                     00015690
            WRITE FD-RELACES FROM WRK-TOTAL-ACES.                       00015700
            MOVE 'HISTORICO EXPURGADO (PRAZO).....:'                    00015710
                                    TO WRK-TOT-TEXTO                    00015720
            MOVE WRK-HIST-EXPURGO   TO WRK-TOT-QTDE                     00015730
            WRITE FD-RELACES FROM WRK-TOTAL-ACES.                       00015740
            MOVE 'HISTORICO GRAVADO...............:'                    00015750
                                    TO WRK-TOT-TEXTO                    00015760
            MOVE WRK-HIST-GRAVADOS  TO WRK-TOT-QTDE                     00015770
            WRITE FD-RELACES FROM WRK-TOTAL-ACES.                       00015780
            CLOSE ACESORD OPERLIM ACESANT ACESNITE ACESNOVO RELACES.    00015790
            IF WRK-ALERTAS GREATER ZEROS                                00015800
              MOVE 4 TO RETURN-CODE                                     00015810
            END-IF.                                                     00015820
            DISPLAY ' '.                                                00015830
            DISPLAY 'DATA DE CORTE DO HISTORICO    : ' WRK-DATA-CORTE.  00015840
            DISPLAY 'ACESSOS DO DIA                : '                  00015850
                    WRK-ACESSOS-LIDOS.                                  00015860
            DISPLAY 'OPERADORES                    : ' WRK-OPERADORES.  00015870
            DISPLAY 'ALERTAS                       : ' WRK-ALERTAS.     00015880
            DISPLAY 'HISTORICO MANTIDO             : '                  00015890
                    WRK-HIST-MANTIDOS.                                  00015900
            DISPLAY 'HISTORICO EXPURGADO           : '                  00015910
                    WRK-HIST-EXPURGO.                                   00015920
            DISPLAY 'ACESSOS DA NOITE NO HISTORICO : ' WRK-HIST-NOITE.  00015930
            DISPLAY 'HISTORICO GRAVADO             : '                  00015940
                    WRK-HIST-GRAVADOS.                                  00015950
            DISPLAY '-----FIM DE PROCESSAMENTO----'.                    00015960
      *--------------------------------------------------------------   00015970
       3000-99-FIM.                              EXIT.                  00015980
      *--------------------------------------------------------------   00015990
      ***************************************************************   00016000
      *       E X P U R G A R   H I S T O R I C O                   *   00016010
      ***************************************************************   00016020
      * O HISTORICO ANTERIOR VEM EM ORDEM CRONOLOGICA; SO PASSA     *   00016030
      * PARA O NOVO O ACESSO DA DATA DE CORTE EM DIANTE.            *   00016040
      *--------------------------------------------------------------   00016050
       3100-EXPURGAR-HISTORICO                   SECTION.               00016060
      *--------------------------------------------------------------   00016070
            IF FD-ANT-DATA NOT LESS WRK-DATA-CORTE                      00016080
              WRITE FD-ACESNOVO FROM FD-ACESANT                         00016090
              ADD 1 TO WRK-HIST-MANTIDOS WRK-HIST-GRAVADOS              00016100
            ELSE                                                        00016110
              ADD 1 TO WRK-HIST-EXPURGO                                 00016120
            END-IF.                                                     00016130
            PERFORM 5400-LER-ACESANT.                                   00016140
      *--------------------------------------------------------------   00016150
       3100-99-FIM.                              EXIT.                  00016160
      *--------------------------------------------------------------   00016170
      ***************************************************************   00016180
      *       A C R E S C E N T A R   A   N O I T E                 *   00016190
      ***************************************************************   00016200
      *--------------------------------------------------------------   00016210
       3200-ACRESCENTAR-NOITE                    SECTION.               00016220
      *--------------------------------------------------------------   00016230
            WRITE FD-ACESNOVO FROM FD-ACESNITE.                         00016240
            ADD 1 TO WRK-HIST-NOITE WRK-HIST-GRAVADOS.                  00016250
            PERFORM 5500-LER-ACESNITE.                                  00016260
      *--------------------------------------------------------------   00016270
       3200-99-FIM.                              EXIT.                  00016280
      *--------------------------------------------------------------   00016290
      ***************************************************************   00016300
      *         T E S T A R   S T A T U S                           *   00016310
      ***************************************************************   00016320
      *--------------------------------------------------------------   00016330
       5100-TESTAR-STATUS                        SECTION.               00016340
      *--------------------------------------------------------------   00016350
            EVALUATE TRUE                                               00016360
             WHEN WRK-FS-ACESORD NOT EQUAL 0                            00016370
               MOVE 'FR16AU01'             TO WRK-PROGRAMA              00016380
               MOVE '5100'                 TO WRK-SECAO                 00016390
               MOVE 'ERRO NO OPEN ACESORD' TO WRK-MENSAGEM              00016400
               MOVE WRK-FS-ACESORD         TO WRK-STATUS                00016410
                 PERFORM 6000-TRATA-ERROS                               00016420
             WHEN WRK-FS-OPERLIM NOT EQUAL 0                            00016430
               MOVE 'FR16AU01'             TO WRK-PROGRAMA              00016440
               MOVE '5100'                 TO WRK-SECAO                 00016450
               MOVE 'ERRO NO OPEN OPERLIM' TO WRK-MENSAGEM              00016460
               MOVE WRK-FS-OPERLIM         TO WRK-STATUS                00016470
                 PERFORM 6000-TRATA-ERROS                               00016480
             WHEN WRK-FS-ACESANT NOT EQUAL 0                            00016490
               MOVE 'FR16AU01'             TO WRK-PROGRAMA              00016500
               MOVE '5100'                 TO WRK-SECAO                 00016510
               MOVE 'ERRO NO OPEN ACESANT' TO WRK-MENSAGEM              00016520
               MOVE WRK-FS-ACESANT         TO WRK-STATUS                00016530
                 PERFORM 6000-TRATA-ERROS                               00016540
             WHEN WRK-FS-ACESNITE NOT EQUAL 0                           00016550
               MOVE 'FR16AU01'             TO WRK-PROGRAMA              00016560
               MOVE '5100'                 TO WRK-SECAO                 00016570
               MOVE 'ERRO NO OPEN ACESNITE' TO WRK-MENSAGEM             00016580
               MOVE WRK-FS-ACESNITE        TO WRK-STATUS                00016590
                 PERFORM 6000-TRATA-ERROS                               00016600
             WHEN WRK-FS-ACESNOVO NOT EQUAL 0                           00016610
               MOVE 'FR16AU01'             TO WRK-PROGRAMA              00016620
               MOVE '5100'                 TO WRK-SECAO                 00016630
               MOVE 'ERRO NO OPEN ACESNOVO' TO WRK-MENSAGEM             00016640
               MOVE WRK-FS-ACESNOVO        TO WRK-STATUS                00016650
                 PERFORM 6000-TRATA-ERROS                               00016660
             WHEN WRK-FS-RELACES NOT EQUAL 0                            00016670
               MOVE 'FR16AU01'             TO WRK-PROGRAMA              00016680
               MOVE '5100'                 TO WRK-SECAO                 00016690
               MOVE 'ERRO NO OPEN RELACES' TO WRK-MENSAGEM              00016700
               MOVE WRK-FS-RELACES         TO WRK-STATUS                00016710
                 PERFORM 6000-TRATA-ERROS                               00016720
            END-EVALUATE.                                               00016730
      *--------------------------------------------------------------   00016740
       5100-99-FIM.                              EXIT.                  00016750
      *--------------------------------------------------------------   00016760
      ***************************************************************   00016770
      *         L E R   A C E S O R D                               *   00016780
      ***************************************************************   00016790
      *--------------------------------------------------------------   00016800
       5300-LER-ACESORD                          SECTION.               00016810
      *--------------------------------------------------------------   00016820
            READ ACESORD                                                00016830
              AT END MOVE 'S' TO WRK-SW-FIM-ORD                         00016840
            END-READ.                                                   00016850
            IF WRK-TEM-ACESORD                                          00016860
              ADD 1 TO WRK-ACESSOS-LIDOS                                00016870
            END-IF.                                                     00016880
      *--------------------------------------------------------------   00016890
       5300-99-FIM.                              EXIT.                  00016900
      *--------------------------------------------------------------   00016910
      *--------------------------------------------------------------   00016920
       5400-LER-ACESANT                          SECTION.               00016930
      *--------------------------------------------------------------   00016940
            READ ACESANT                                                00016950
              AT END MOVE 10 TO WRK-FS-ACESANT                          00016960
            END-READ.                                                   00016970
      *--------------------------------------------------------------   00016980
       5400-99-FIM.                              EXIT.                  00016990
      *--------------------------------------------------------------   00017000
      *--------------------------------------------------------------   00017010
       5500-LER-ACESNITE                         SECTION.               00017020
      *--------------------------------------------------------------   00017030
            READ ACESNITE                                               00017040
              AT END MOVE 10 TO WRK-FS-ACESNITE                         00017050
            END-READ.                                                   00017060
      *--------------------------------------------------------------   00017070
       5500-99-FIM.                              EXIT.                  00017080
      *--------------------------------------------------------------   00017090
      ***************************************************************   00017100
      *          T R A T A   E R R O S                              *   00017110
      ***************************************************************   00017120
      *--------------------------------------------------------------   00017130
       6000-TRATA-ERROS                          SECTION.               00017140
      *--------------------------------------------------------------   00017150
            CALL WRK-ERRORLOG USING WRK-DADOS.                          00017160
            MOVE 8 TO RETURN-CODE.                                      00017170
            GOBACK.                                                     00017180
      *--------------------------------------------------------------   00017190
       6000-99-FIM.                              EXIT.                  00017200
      *--------------------------------------------------------------   00017210
