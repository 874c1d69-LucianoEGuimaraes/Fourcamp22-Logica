      *=============================================================*   00010000
       IDENTIFICATION                            DIVISION.              00010010
      *=============================================================*   00010020
                                                                        00010030
       PROGRAM-ID. FR16CD01.                                            00010040
      *=============================================================*   00010050
      *             T R E I N A M E N T O                           *   00010060
      *=============================================================*   00010070
      * PROGRAMA......: FR16CD01.                                   *   00010080
      *-------------------------------------------------------------*   00010090
      * PROGRAMADOR...: LUCIANO GUIMARAES.                          *   00010100
      * DATA..........: 15/10/2026                                  *   00010110
      * EMPRESA.......: FOURSYS                                     *   00010120
      * INSTRUTOR.....: IVAN SANCHES                                *   00010130
      *-------------------------------------------------------------*   00010140
      * OBJETIVO......: MANUTENCAO EM LOTE DO CADASTRO DE           *   00010150
      *                 IDENTIFICACAO E ENDERECO DOS TITULARES      *   00010160
      *                 (VSAM KSDS CADVSAM, #CADREG, CHAVE          *   00010170
      *                 AGENCIA+CONTA), NOS MOLDES DO FR16MT01 E DO *   00010180
      *                 FR16SO01: LE O ARQUIVO DE ACOES (MOVTIT) NA *   00010190
      *                 ORDEM DE CHEGADA E APLICA CADA UMA DIRETO   *   00010200
      *                 NO CLUSTER -                                *   00010210
      *                 I = INCLUSAO (TIPO DE PESSOA, CPF/CNPJ,     *   00010220
      *                     LOGRADOURO, CIDADE, UF E CEP            *   00010230
      *                     OBRIGATORIOS; A CONTA AINDA NAO PRECISA *   00010240
      *                     EXISTIR - O CADASTRO VEM ANTES DA       *   00010250
      *                     ABERTURA NO FR16MT01);                  *   00010260
      *                 A = ALTERACAO DOS CAMPOS INFORMADOS (CAMPO  *   00010270
      *                     EM BRANCO NAO MUDA; DDD E FONE ZERADOS  *   00010280
      *                     TIRAM O TELEFONE; CADASTRO ENCERRADO OU *   00010290
      *                     ANONIMIZADO NAO E MAIS ALTERADO);       *   00050030
      *                 E = EXCLUSAO, SO DE CONTA QUE JA NAO ESTA   *   00010300
      *                     NO MESTRE (CLIEVSAM).                   *   00010310
      *                 O CPF E O CNPJ TEM O DIGITO VERIFICADOR     *   00010320
      *                 CONFERIDO (MODULO 11); DOCUMENTO COM TODOS  *   00010330
      *                 OS DIGITOS IGUAIS E RECUSADO. UF, CEP,      *   00010340
      *                 TELEFONE E E-MAIL SAO CRITICADOS QUANDO     *   00010350
      *                 INFORMADOS.                                 *   00010360
      *                 ACAO QUE NAO PASSA NA CRITICA SAI NO        *   00010370
      *                 RELATORIO (RELCD) COMO REJEITADA COM O      *   00010380
      *                 MOTIVO, E O RETURN-CODE 4 AVISA A OPERACAO. *   00010390
      *-------------------------------------------------------------*   00010400
      *   ARQUIVOS...:                                              *   00010410
      *    DDNAME              I/O                                  *   00010420
      *    MOVTIT               I                                   *   00010430
      *    CLIEVSAM             I                                   *   00010440
      *    CADVSAM             I/O                                  *   00010450
      *    RELCD                O                                   *   00010460
      *-------------------------------------------------------------*   00010470
      *   MODULOS....:                             INCLUDE/BOOK     *   00010480
      *   GRAVALOG -   TRATAMENTO DE ERROS            GLOG2         *   00010490
      *=============================================================*   00010500
                                                                        00010510
      *=============================================================*   00010520
       ENVIRONMENT                               DIVISION.              00010530
      *=============================================================*   00010540
      *-------------------------------------------------------------*   00010550
       CONFIGURATION                             SECTION.               00010560
      *-------------------------------------------------------------*   00010570
       SPECIAL-NAMES.                                                   00010580
           DECIMAL-POINT IS COMMA.                                      00010590
                                                                        00010600
       INPUT-OUTPUT                              SECTION.               00010610
       FILE-CONTROL.                                                    00010620
            SELECT MOVTIT    ASSIGN TO MOVTIT                           00010630
                FILE STATUS  IS WRK-FS-MOVTIT.                          00010640
                                                                        00010650
            SELECT CLIEVSAM  ASSIGN TO CLIEVSAM                         00010660
                ORGANIZATION IS INDEXED                                 00010670
                ACCESS MODE IS RANDOM                                   00010680
                RECORD KEY IS REG-CLIENTES-CHAVE                        00010690
                FILE STATUS  IS WRK-FS-CLIEVSAM.                        00010700
                                                                        00010710
            SELECT CADVSAM   ASSIGN TO CADVSAM                          00010720
                ORGANIZATION IS INDEXED                                 00010730
                ACCESS MODE IS RANDOM                                   00010740
                RECORD KEY IS REG-CAD-CHAVE                             00010750
                FILE STATUS  IS WRK-FS-CADVSAM.                         00010760
                                                                        00010770
            SELECT RELCD     ASSIGN TO RELCD                            00010780
                FILE STATUS  IS WRK-FS-RELCD.                           00010790
      *=============================================================*   00010800
       DATA                                      DIVISION.              00010810
      *=============================================================*   00010820
       FILE                                      SECTION.               00010830
      *-------------------------------------------------------------*   00010840
                                                                        00010850
       FD MOVTIT                                                        00010860
           RECORDING MODE IS F                                          00010870
           BLOCK CONTAINS 0 RECORDS.                                    00010880
                                                                        00010890
       01 FD-MTIT.                                                      00010900
          05 FD-MTIT-TIPO          PIC X(01).                           00010910
             88 MTIT-TIPO-INCLUSAO      VALUE 'I'.                      00010920
             88 MTIT-TIPO-ALTERACAO     VALUE 'A'.                      00010930
             88 MTIT-TIPO-EXCLUSAO      VALUE 'E'.                      00010940
          05 FD-MTIT-CHAVE.                                             00010950
             10 FD-MTIT-AGENCIA    PIC X(04).                           00010960
             10 FD-MTIT-CONTA      PIC X(04).                           00010970
          05 FD-MTIT-TIPO-PESSOA   PIC X(01).                           00010980
          05 FD-MTIT-DOCUMENTO     PIC 9(14).                           00010990
          05 FD-MTIT-DOCUMENTO-X REDEFINES FD-MTIT-DOCUMENTO            00011000
                                   PIC X(14).                           00011010
          05 FD-MTIT-LOGRADOURO    PIC X(40).                           00011020
          05 FD-MTIT-NUMERO        PIC X(06).                           00011030
          05 FD-MTIT-COMPLEMENTO   PIC X(20).                           00011040
          05 FD-MTIT-BAIRRO        PIC X(25).                           00011050
          05 FD-MTIT-CIDADE        PIC X(30).                           00011060
          05 FD-MTIT-UF            PIC X(02).                           00011070
          05 FD-MTIT-CEP           PIC 9(08).                           00011080
          05 FD-MTIT-CEP-X REDEFINES FD-MTIT-CEP                        00011090
                                   PIC X(08).                           00011100
          05 FD-MTIT-DDD           PIC 9(02).                           00011110
          05 FD-MTIT-DDD-X REDEFINES FD-MTIT-DDD                        00011120
                                   PIC X(02).                           00011130
          05 FD-MTIT-FONE          PIC 9(09).                           00011140
          05 FD-MTIT-FONE-X REDEFINES FD-MTIT-FONE                      00011150
                                   PIC X(09).                           00011160
          05 FD-MTIT-EMAIL         PIC X(60).                           00011170
          05 FD-MTIT-OPERADOR      PIC X(08).                           00011180
          05 FILLER                PIC X(16).                           00011190
                                                                        00011200
       FD CLIEVSAM.                                                     00011210
                                                                        00011220
       COPY '#CLIREG'.                                                  00011230
                                                                        00011240
       FD CADVSAM.                                                      00011250
                                                                        00011260
       COPY '#CADREG'.                                                  00011270
                                                                        00011280
       FD RELCD                                                         00011290
           RECORDING  MODE IS F.                                        00011300
                                                                        00011310
       01 FD-RELCD           PIC X(080).                                00011320
      *-------------------------------------------------------------*   00011330
       WORKING-STORAGE                           SECTION.               00011340
      *-------------------------------------------------------------*   00011350
                                                                        00011360
      *-------------------------------------------------------------*   00011370
       01 FILLER PIC X(45) VALUE                                        00011380
              '------------------#GLOG----------------------'.          00011390
      *-------------------------------------------------------------*   00011400
                                                                        00011410
       COPY '#GLOG'.                                                    00011420
                                                                        00011430
      *-------------------------------------------------------------*   00011440
       01 FILLER PIC X(45) VALUE                                        00011450
              '-----------DADOS E FILE STATUS---------------'.          00011460
      *-------------------------------------------------------------*   00011470
       77 WRK-FS-MOVTIT     PIC 9(02).                                  00011480
       77 WRK-FS-CLIEVSAM   PIC 9(02).                                  00011490
       77 WRK-FS-CADVSAM    PIC 9(02).                                  00011500
       77 WRK-FS-RELCD      PIC 9(02).                                  00011510
       77 WRK-ERRORLOG      PIC X(08) VALUE 'ERRORLOG'.                 00011520
       77 WRK-ACOES-LIDAS   PIC 9(05) VALUE ZEROS.                      00011530
       77 WRK-INCLUIDOS     PIC 9(05) VALUE ZEROS.                      00011540
       77 WRK-ALTERADOS     PIC 9(05) VALUE ZEROS.                      00011550
       77 WRK-EXCLUIDOS     PIC 9(05) VALUE ZEROS.                      00011560
       77 WRK-REJEITADOS    PIC 9(05) VALUE ZEROS.                      00011570
       77 WRK-DATA-PROC     PIC 9(08) VALUE ZEROS.                      00011580
       77 WRK-MOTIVO        PIC X(25) VALUE SPACES.                     00011590
       77 WRK-OPERADOR      PIC X(08) VALUE SPACES.                     00011600
       77 WRK-TIPO-NOVO     PIC X(01) VALUE SPACES.                     00011610
       77 WRK-QT-ARROBA     PIC 9(03) COMP VALUE ZEROS.                 00011620
       77 WRK-SW-CADASTRO   PIC X(01) VALUE 'N'.                        00011630
           88 WRK-CADASTRO-ACHADO      VALUE 'S'.                       00011640
           88 WRK-CADASTRO-NAO-ACHADO  VALUE 'N'.                       00011650
       77 WRK-SW-DOC        PIC X(01) VALUE 'S'.                        00011660
           88 WRK-DOC-OK               VALUE 'S'.                       00011670
           88 WRK-DOC-ERRADO           VALUE 'N'.                       00011680
                                                                        00011690
      * UF EM TESTE PELA 2700-VALIDAR-CAMPOS.                           00011700
       01 WRK-UF-TESTE               PIC X(02) VALUE SPACES.            00011710
           88 WRK-UF-VALIDA  VALUE 'AC' 'AL' 'AP' 'AM' 'BA' 'CE'        00011720
                                   'DF' 'ES' 'GO' 'MA' 'MT' 'MS'        00011730
                                   'MG' 'PA' 'PB' 'PR' 'PE' 'PI'        00011740
                                   'RJ' 'RN' 'RS' 'RO' 'RR' 'SC'        00011750
                                   'SP' 'SE' 'TO'.                      00011760
                                                                        00011770
      *-------------------------------------------------------------*   00011780
       01 FILLER PIC X(45) VALUE                                        00011790
              '-----------DIGITO VERIFICADOR----------------'.          00011800
      *-------------------------------------------------------------*   00011810
      * DOCUMENTO EM TESTE PELA 2800-VALIDAR-DOCUMENTO, DIGITO A        00011820
      * DIGITO: O CPF OCUPA AS POSICOES 4 A 14, O CNPJ AS 14.           00011830
       01 WRK-DOC-TESTE              PIC 9(14) VALUE ZEROS.             00011840
       01 WRK-DOC-TESTE-X REDEFINES WRK-DOC-TESTE                       00011850
                                     PIC X(14).                         00011860
       01 FILLER REDEFINES WRK-DOC-TESTE.                               00011870
          05 WRK-DOC-DIG             PIC 9(01) OCCURS 14 TIMES.         00011880
                                                                        00011890
      * PESOS DO CNPJ: O SEGUNDO DIGITO USA OS 13 PESOS A PARTIR DO     00011900
      * PRIMEIRO; O PRIMEIRO DIGITO USA OS 12 A PARTIR DO SEGUNDO.      00011910
       01 WRK-PESOS-CNPJ             PIC X(13) VALUE '6543298765432'.   00011920
       01 FILLER REDEFINES WRK-PESOS-CNPJ.                              00011930
          05 WRK-PESO-CNPJ           PIC 9(01) OCCURS 13 TIMES.         00011940
                                                                        00011950
       77 WRK-IND           PIC 9(02) COMP VALUE ZEROS.                 00011960
       77 WRK-ULTIMO        PIC 9(02) COMP VALUE ZEROS.                 00011970
       77 WRK-PESO-BASE     PIC 9(02) COMP VALUE ZEROS.                 00011980
       77 WRK-DESLOCAMENTO  PIC 9(02) COMP VALUE ZEROS.                 00011990
       77 WRK-PESO          PIC 9(02) COMP VALUE ZEROS.                 00012000
       77 WRK-SOMA          PIC 9(05) COMP VALUE ZEROS.                 00012010
       77 WRK-QUOCIENTE     PIC 9(05) COMP VALUE ZEROS.                 00012020
       77 WRK-RESTO         PIC 9(02) COMP VALUE ZEROS.                 00012030
       77 WRK-DV-CALC       PIC 9(01) VALUE ZEROS.                      00012040
       77 WRK-QT-IGUAIS     PIC 9(03) COMP VALUE ZEROS.                 00012050
       77 WRK-DIG-INICIAL   PIC X(01) VALUE SPACES.                     00012060
                                                                        00012070
      *-------------------------------------------------------------*   00012080
       01 FILLER PIC X(45) VALUE                                        00012090
              '-----------LAYOUTS DE IMPRESSAO--------------'.          00012100
      *-------------------------------------------------------------*   00012110
       01 WRK-CABECALHO-CD.                                             00012120
          05 FILLER               PIC X(46) VALUE                       00012130
                    'MANUTENCAO DO CADASTRO DE TITULARES - FR16CD01'.   00012140
                                                                        00012150
       01 WRK-DETALHE-CD.                                               00012160
          05 WRK-CD-TIPO          PIC X(01).                            00012170
          05 FILLER               PIC X(02) VALUE SPACES.               00012180
          05 WRK-CD-AGENCIA       PIC X(04).                            00012190
          05 FILLER               PIC X(01) VALUE SPACES.               00012200
          05 WRK-CD-CONTA         PIC X(04).                            00012210
          05 FILLER               PIC X(02) VALUE SPACES.               00012220
          05 WRK-CD-DOCUMENTO     PIC X(14).                            00012230
          05 FILLER               PIC X(02) VALUE SPACES.               00012240
          05 WRK-CD-STATUS        PIC X(12).                            00012250
          05 FILLER               PIC X(02) VALUE SPACES.               00012260
          05 WRK-CD-MOTIVO        PIC X(25).                            00012270
                                                                        00012280
       01 WRK-TOTAL-CD.                                                 00012290
          05 WRK-TOT-TEXTO        PIC X(34).                            00012300
          05 WRK-TOT-QTDE         PIC ZZZZ9.                            00012310
                                                                        00012320
      *=============================================================*   00012330
       PROCEDURE                                 DIVISION.              00012340
      *=============================================================*   00012350
      ***************************************************************   00012360
      *          R O T I N A   P R I N C I P A L                    *   00012370
      ***************************************************************   00012380
      *--------------------------------------------------------------   00012390
       0000-PRINCIPAL                            SECTION.               00012400
      *--------------------------------------------------------------   00012410
             PERFORM 1000-INICIALIZAR.                                  00012420
             PERFORM 2000-PROCESSAR                                     00012430
                UNTIL WRK-FS-MOVTIT EQUAL 10.                           00012440
             PERFORM 3000-FINALIZAR.                                    00012450
             STOP RUN.                                                  00012460
      *--------------------------------------------------------------   00012470
       0000-99-FIM.                              EXIT.                  00012480
      *--------------------------------------------------------------   00012490
      ***************************************************************   00012500
      *             I N I C I A L I Z A R                           *   00012510
      ***************************************************************   00012520
      *--------------------------------------------------------------   00012530
       1000-INICIALIZAR                          SECTION.               00012540
      *--------------------------------------------------------------   00012550
             ACCEPT WRK-DATA-PROC FROM DATE YYYYMMDD.                   00012560
             OPEN INPUT  MOVTIT CLIEVSAM                                00012570
                  I-O    CADVSAM                                        00012580
                  OUTPUT RELCD.                                         00012590
             PERFORM 5100-TESTAR-STATUS.                                00012600
             WRITE FD-RELCD FROM WRK-CABECALHO-CD.                      00012610
             MOVE SPACES TO FD-RELCD.                                   00012620
             WRITE FD-RELCD.                                            00012630
             PERFORM 5400-LER-MOVTIT.                                   00012640
      *--------------------------------------------------------------   00012650
       1000-99-FIM.                              EXIT.                  00012660
      *--------------------------------------------------------------   00012670
      ***************************************************************   00012680
      *               P R O C E S S A R                             *   00012690
      ***************************************************************   00012700
      * AS ACOES SAO APLICADAS NA ORDEM DE CHEGADA: UMA INCLUSAO E  *   00012710
      * UMA ALTERACAO DA MESMA CONTA NO MESMO ARQUIVO VALEM NESSA   *   00012720
      * SEQUENCIA. A CHAVE TODA '9' E A ESCORVA DO CLUSTER.         *   00012730
      *--------------------------------------------------------------   00012740
       2000-PROCESSAR                            SECTION.               00012750
      *--------------------------------------------------------------   00012760
            ADD 1 TO WRK-ACOES-LIDAS.                                   00012770
            MOVE SPACES TO WRK-MOTIVO.                                  00012780
            IF FD-MTIT-OPERADOR EQUAL SPACES                            00012790
              MOVE 'MANUTCAD'       TO WRK-OPERADOR                     00012800
            ELSE                                                        00012810
              MOVE FD-MTIT-OPERADOR TO WRK-OPERADOR                     00012820
            END-IF.                                                     00012830
            IF FD-MTIT-AGENCIA EQUAL SPACES OR                          00012840
               FD-MTIT-CONTA   EQUAL SPACES OR                          00012850
               FD-MTIT-CHAVE   EQUAL ALL '9'                            00012860
              MOVE 'CHAVE DA CONTA INVALIDA' TO WRK-MOTIVO              00012870
              PERFORM 2600-GRAVAR-REJEITO                               00012880
            ELSE                                                        00012890
              PERFORM 2050-LER-CADASTRO                                 00012900
              EVALUATE TRUE                                             00012910
               WHEN MTIT-TIPO-INCLUSAO                                  00012920
                 PERFORM 2100-INCLUIR                                   00012930
               WHEN MTIT-TIPO-ALTERACAO                                 00012940
                 PERFORM 2200-ALTERAR                                   00012950
               WHEN MTIT-TIPO-EXCLUSAO                                  00012960
                 PERFORM 2300-EXCLUIR                                   00012970
               WHEN OTHER                                               00012980
                 MOVE 'TIPO INVALIDO' TO WRK-MOTIVO                     00012990
                 PERFORM 2600-GRAVAR-REJEITO                            00013000
              END-EVALUATE                                              00013010
            END-IF.                                                     00013020
            PERFORM 5400-LER-MOVTIT.                                    00013030
      *--------------------------------------------------------------   00013040
       2000-99-FIM.                              EXIT.                  00013050
      *--------------------------------------------------------------   00013060
      *--------------------------------------------------------------   00013070
       2050-LER-CADASTRO                         SECTION.               00013080
      *--------------------------------------------------------------   00013090
            MOVE FD-MTIT-AGENCIA TO REG-CAD-AGENCIA.                    00013100
            MOVE FD-MTIT-CONTA   TO REG-CAD-CONTA.                      00013110
            READ CADVSAM                                                00013120
              INVALID KEY                                               00013130
                MOVE 'N' TO WRK-SW-CADASTRO                             00013140
              NOT INVALID KEY                                           00013150
                MOVE 'S' TO WRK-SW-CADASTRO                             00013160
            END-READ.                                                   00013170
      *--------------------------------------------------------------   00013180
       2050-99-FIM.                              EXIT.                  00013190
      *--------------------------------------------------------------   00013200
      ***************************************************************   00013210
      *               I N C L U I R                                 *   00013220
      ***************************************************************   00013230
      *--------------------------------------------------------------   00013240
       2100-INCLUIR                              SECTION.               00013250
      *--------------------------------------------------------------   00013260
            EVALUATE TRUE                                               00013270
             WHEN WRK-CADASTRO-ACHADO                                   00013280
               MOVE 'CONTA JA CADASTRADA' TO WRK-MOTIVO                 00013290
             WHEN FD-MTIT-TIPO-PESSOA  EQUAL SPACES OR                  00013300
                  FD-MTIT-DOCUMENTO-X  EQUAL SPACES OR                  00013310
                  FD-MTIT-LOGRADOURO   EQUAL SPACES OR                  00013320
                  FD-MTIT-CIDADE       EQUAL SPACES OR                  00013330
                  FD-MTIT-UF           EQUAL SPACES OR                  00013340
                  FD-MTIT-CEP-X        EQUAL SPACES                     00013350
               MOVE 'CAMPO OBRIGATORIO EM BRANCO' TO WRK-MOTIVO         00013360
             WHEN OTHER                                                 00013370
               MOVE SPACES TO REG-CAD                                   00013380
               INITIALIZE REG-CAD                                       00013390
               MOVE FD-MTIT-AGENCIA TO REG-CAD-AGENCIA                  00013400
               MOVE FD-MTIT-CONTA   TO REG-CAD-CONTA                    00013410
               MOVE 'A'             TO REG-CAD-SITUACAO                 00013420
               MOVE WRK-DATA-PROC   TO REG-CAD-DATA-INCL                00013430
               PERFORM 2700-VALIDAR-CAMPOS                              00013440
            END-EVALUATE.                                               00013450
            IF WRK-MOTIVO EQUAL SPACES                                  00013460
              PERFORM 2750-APLICAR-CAMPOS                               00013470
              WRITE REG-CAD                                             00013480
                INVALID KEY                                             00013490
                  MOVE 'FR16CD01'            TO WRK-PROGRAMA            00013500
                  MOVE '2100'                TO WRK-SECAO               00013510
                  MOVE 'ERRO NA GRAVACAO DO CADVSAM' TO WRK-MENSAGEM    00013520
                  MOVE WRK-FS-CADVSAM        TO WRK-STATUS              00013530
                  PERFORM 6000-TRATA-ERROS                              00013540
              END-WRITE                                                 00013550
              MOVE 'INCLUIDO' TO WRK-CD-STATUS                          00013560
              MOVE SPACES     TO WRK-CD-MOTIVO                          00013570
              PERFORM 2650-GRAVAR-LINHA                                 00013580
              ADD 1 TO WRK-INCLUIDOS                                    00013590
            ELSE                                                        00013600
              PERFORM 2600-GRAVAR-REJEITO                               00013610
            END-IF.                                                     00013620
      *--------------------------------------------------------------   00013630
       2100-99-FIM.                              EXIT.                  00013640
      *--------------------------------------------------------------   00013650
      ***************************************************************   00013660
      *               A L T E R A R                                 *   00013670
      ***************************************************************   00013680
      *--------------------------------------------------------------   00013690
       2200-ALTERAR                              SECTION.               00013700
      *--------------------------------------------------------------   00013710
            EVALUATE TRUE                                               00013720
             WHEN WRK-CADASTRO-NAO-ACHADO                               00013730
               MOVE 'CONTA SEM CADASTRO' TO WRK-MOTIVO                  00013740
             WHEN NOT REG-CAD-ATIVO                                     00050000
               MOVE 'CADASTRO NAO ATIVO' TO WRK-MOTIVO                  00050010
             WHEN FD-MTIT-TIPO-PESSOA  EQUAL SPACES AND                 00013750
                  FD-MTIT-DOCUMENTO-X  EQUAL SPACES AND                 00013760
                  FD-MTIT-LOGRADOURO   EQUAL SPACES AND                 00013770
                  FD-MTIT-NUMERO       EQUAL SPACES AND                 00013780
                  FD-MTIT-COMPLEMENTO  EQUAL SPACES AND                 00013790
                  FD-MTIT-BAIRRO       EQUAL SPACES AND                 00013800
                  FD-MTIT-CIDADE       EQUAL SPACES AND                 00013810
                  FD-MTIT-UF           EQUAL SPACES AND                 00013820
                  FD-MTIT-CEP-X        EQUAL SPACES AND                 00013830
                  FD-MTIT-DDD-X        EQUAL SPACES AND                 00013840
                  FD-MTIT-FONE-X       EQUAL SPACES AND                 00013850
                  FD-MTIT-EMAIL        EQUAL SPACES                     00013860
               MOVE 'NADA A ALTERAR' TO WRK-MOTIVO                      00013870
             WHEN OTHER                                                 00013880
               PERFORM 2700-VALIDAR-CAMPOS                              00013890
            END-EVALUATE.                                               00013900
            IF WRK-MOTIVO EQUAL SPACES                                  00013910
              PERFORM 2750-APLICAR-CAMPOS                               00013920
              PERFORM 2900-REGRAVAR-CADASTRO                            00013930
              MOVE 'ALTERADO' TO WRK-CD-STATUS                          00013940
              MOVE SPACES     TO WRK-CD-MOTIVO                          00013950
              PERFORM 2650-GRAVAR-LINHA                                 00013960
              ADD 1 TO WRK-ALTERADOS                                    00013970
            ELSE                                                        00013980
              PERFORM 2600-GRAVAR-REJEITO                               00013990
            END-IF.                                                     00014000
      *--------------------------------------------------------------   00014010
       2200-99-FIM.                              EXIT.                  00014020
      *--------------------------------------------------------------   00014030
      ***************************************************************   00014040
      *               E X C L U I R                                 *   00014050
      ***************************************************************   00014060
      * CONTA AINDA NO MESTRE NAO PERDE O CADASTRO: O TITULAR DE    *   00014070
      * CONTA ABERTA TEM DE TER CPF/CNPJ E ENDERECO. CONTA          *   00014080
      * ENCERRADA NO FR16MT01 SAI DO CLIEVSAM NA CARGA SEGUINTE.    *   00014090
      *--------------------------------------------------------------   00014100
       2300-EXCLUIR                              SECTION.               00014110
      *--------------------------------------------------------------   00014120
            IF WRK-CADASTRO-NAO-ACHADO                                  00014130
              MOVE 'CONTA SEM CADASTRO' TO WRK-MOTIVO                   00014140
            ELSE                                                        00014150
              MOVE FD-MTIT-AGENCIA TO REG-CLIENTES-AGENCIA              00014160
              MOVE FD-MTIT-CONTA   TO REG-CLIENTES-CONTA                00014170
              READ CLIEVSAM                                             00014180
                INVALID KEY                                             00014190
                  CONTINUE                                              00014200
                NOT INVALID KEY                                         00014210
                  MOVE 'CONTA ABERTA NO MESTRE' TO WRK-MOTIVO           00014220
              END-READ                                                  00014230
            END-IF.                                                     00014240
            IF WRK-MOTIVO EQUAL SPACES                                  00014250
              DELETE CADVSAM RECORD                                     00014260
                INVALID KEY                                             00014270
                  MOVE 'FR16CD01'            TO WRK-PROGRAMA            00014280
                  MOVE '2300'                TO WRK-SECAO               00014290
                  MOVE 'ERRO NA EXCLUSAO DO CADVSAM' TO WRK-MENSAGEM    00014300
                  MOVE WRK-FS-CADVSAM        TO WRK-STATUS              00014310
                  PERFORM 6000-TRATA-ERROS                              00014320
              END-DELETE                                                00014330
              MOVE 'EXCLUIDO' TO WRK-CD-STATUS                          00014340
              MOVE SPACES     TO WRK-CD-MOTIVO                          00014350
              PERFORM 2650-GRAVAR-LINHA                                 00014360
              ADD 1 TO WRK-EXCLUIDOS                                    00014370
            ELSE                                                        00014380
              PERFORM 2600-GRAVAR-REJEITO                               00014390
            END-IF.                                                     00014400
      *--------------------------------------------------------------   00014410
       2300-99-FIM.                              EXIT.                  00014420
      *--------------------------------------------------------------   00014430
      ***************************************************************   00014440
      *       G R A V A R   R E J E I T O                           *   00014450
      ***************************************************************   00014460
      *--------------------------------------------------------------   00014470
       2600-GRAVAR-REJEITO                       SECTION.               00014480
      *--------------------------------------------------------------   00014490
            MOVE 'REJEITADO'  TO WRK-CD-STATUS                          00014500
            MOVE WRK-MOTIVO   TO WRK-CD-MOTIVO.                         00014510
            PERFORM 2650-GRAVAR-LINHA.                                  00014520
            ADD 1 TO WRK-REJEITADOS.                                    00014530
      *--------------------------------------------------------------   00014540
       2600-99-FIM.                              EXIT.                  00014550
      *--------------------------------------------------------------   00014560
      ***************************************************************   00014570
      *       G R A V A R   L I N H A   D O   R E L A T O R I O     *   00014580
      ***************************************************************   00014590
      *--------------------------------------------------------------   00014600
       2650-GRAVAR-LINHA                         SECTION.               00014610
      *--------------------------------------------------------------   00014620
            MOVE FD-MTIT-TIPO        TO WRK-CD-TIPO                     00014630
            MOVE FD-MTIT-AGENCIA     TO WRK-CD-AGENCIA                  00014640
            MOVE FD-MTIT-CONTA       TO WRK-CD-CONTA                    00014650
            MOVE FD-MTIT-DOCUMENTO-X TO WRK-CD-DOCUMENTO.               00014660
            WRITE FD-RELCD FROM WRK-DETALHE-CD.                         00014670
      *--------------------------------------------------------------   00014680
       2650-99-FIM.                              EXIT.                  00014690
      *--------------------------------------------------------------   00014700
      ***************************************************************   00014710
      *       V A L I D A R   C A M P O S   I N F O R M A D O S     *   00014720
      ***************************************************************   00014730
      * SO OS CAMPOS PREENCHIDOS NO ARQUIVO SAO CRITICADOS. O       *   00014740
      * DOCUMENTO E CONFERIDO CONTRA O TIPO DE PESSOA QUE O         *   00014750
      * CADASTRO VAI TER DEPOIS DA ACAO: TROCAR SO O TIPO OU SO O   *   00014760
      * DOCUMENTO TAMBEM PASSA PELO DIGITO VERIFICADOR.             *   00014770
      *--------------------------------------------------------------   00014780
       2700-VALIDAR-CAMPOS                       SECTION.               00014790
      *--------------------------------------------------------------   00014800
            MOVE REG-CAD-TIPO-PESSOA TO WRK-TIPO-NOVO.                  00014810
            MOVE REG-CAD-DOCUMENTO   TO WRK-DOC-TESTE.                  00014820
            IF FD-MTIT-TIPO-PESSOA NOT EQUAL SPACES                     00014830
              IF FD-MTIT-TIPO-PESSOA NOT EQUAL 'F' AND                  00014840
                 FD-MTIT-TIPO-PESSOA NOT EQUAL 'J'                      00014850
                MOVE 'TIPO DE PESSOA INVALIDO' TO WRK-MOTIVO            00014860
              ELSE                                                      00014870
                MOVE FD-MTIT-TIPO-PESSOA TO WRK-TIPO-NOVO               00014880
              END-IF                                                    00014890
            END-IF.                                                     00014900
            IF FD-MTIT-DOCUMENTO-X NOT EQUAL SPACES                     00014910
              MOVE FD-MTIT-DOCUMENTO-X TO WRK-DOC-TESTE-X               00014920
            END-IF.                                                     00014930
            IF WRK-MOTIVO EQUAL SPACES AND                              00014940
               (FD-MTIT-TIPO-PESSOA NOT EQUAL SPACES OR                 00014950
                FD-MTIT-DOCUMENTO-X NOT EQUAL SPACES)                   00014960
              PERFORM 2800-VALIDAR-DOCUMENTO                            00014970
              IF WRK-DOC-ERRADO                                         00014980
                IF WRK-TIPO-NOVO EQUAL 'J'                              00014990
                  MOVE 'CNPJ INVALIDO' TO WRK-MOTIVO                    00015000
                ELSE                                                    00015010
                  MOVE 'CPF INVALIDO'  TO WRK-MOTIVO                    00015020
                END-IF                                                  00015030
              END-IF                                                    00015040
            END-IF.                                                     00015050
            IF WRK-MOTIVO EQUAL SPACES AND                              00015060
               FD-MTIT-UF NOT EQUAL SPACES                              00015070
              MOVE FD-MTIT-UF TO WRK-UF-TESTE                           00015080
              IF NOT WRK-UF-VALIDA                                      00015090
                MOVE 'UF INVALIDA' TO WRK-MOTIVO                        00015100
              END-IF                                                    00015110
            END-IF.                                                     00015120
            IF WRK-MOTIVO EQUAL SPACES AND                              00015130
               FD-MTIT-CEP-X NOT EQUAL SPACES                           00015140
              IF FD-MTIT-CEP NOT NUMERIC OR                             00015150
                 FD-MTIT-CEP EQUAL ZEROS                                00015160
                MOVE 'CEP INVALIDO' TO WRK-MOTIVO                       00015170
              END-IF                                                    00015180
            END-IF.                                                     00015190
            IF WRK-MOTIVO EQUAL SPACES AND                              00015200
               (FD-MTIT-DDD-X  NOT EQUAL SPACES OR                      00015210
                FD-MTIT-FONE-X NOT EQUAL SPACES)                        00015220
              IF FD-MTIT-DDD-X  EQUAL ZEROS AND                         00015230
                 FD-MTIT-FONE-X EQUAL ZEROS                             00015240
                CONTINUE                                                00015250
              ELSE                                                      00015260
                IF FD-MTIT-DDD  NOT NUMERIC OR                          00015270
                   FD-MTIT-FONE NOT NUMERIC OR                          00015280
                   FD-MTIT-DDD  LESS 11      OR                         00015290
                   FD-MTIT-FONE LESS 10000000                           00015300
                  MOVE 'TELEFONE INVALIDO' TO WRK-MOTIVO                00015310
                END-IF                                                  00015320
              END-IF                                                    00015330
            END-IF.                                                     00015340
            IF WRK-MOTIVO EQUAL SPACES AND                              00015350
               FD-MTIT-EMAIL NOT EQUAL SPACES                           00015360
              MOVE ZEROS TO WRK-QT-ARROBA                               00015370
              INSPECT FD-MTIT-EMAIL TALLYING WRK-QT-ARROBA              00015380
                      FOR ALL '@'                                       00015390
              IF WRK-QT-ARROBA NOT EQUAL 1      OR                      00015400
                 FD-MTIT-EMAIL (1:1) EQUAL '@'  OR                      00015410
                 FD-MTIT-EMAIL (1:1) EQUAL SPACE                        00015420
                MOVE 'E-MAIL INVALIDO' TO WRK-MOTIVO                    00015430
              END-IF                                                    00015440
            END-IF.                                                     00015450
      *--------------------------------------------------------------   00015460
       2700-99-FIM.                              EXIT.                  00015470
      *--------------------------------------------------------------   00015480
      ***************************************************************   00015490
      *       A P L I C A R   C A M P O S   I N F O R M A D O S     *   00015500
      ***************************************************************   00015510
      *--------------------------------------------------------------   00015520
       2750-APLICAR-CAMPOS                       SECTION.               00015530
      *--------------------------------------------------------------   00015540
            MOVE WRK-TIPO-NOVO TO REG-CAD-TIPO-PESSOA.                  00015550
            MOVE WRK-DOC-TESTE TO REG-CAD-DOCUMENTO.                    00015560
            IF FD-MTIT-LOGRADOURO NOT EQUAL SPACES                      00015570
              MOVE FD-MTIT-LOGRADOURO TO REG-CAD-LOGRADOURO             00015580
            END-IF.                                                     00015590
            IF FD-MTIT-NUMERO NOT EQUAL SPACES                          00015600
              MOVE FD-MTIT-NUMERO TO REG-CAD-NUMERO                     00015610
            END-IF.                                                     00015620
            IF FD-MTIT-COMPLEMENTO NOT EQUAL SPACES                     00015630
              MOVE FD-MTIT-COMPLEMENTO TO REG-CAD-COMPLEMENTO           00015640
            END-IF.                                                     00015650
            IF FD-MTIT-BAIRRO NOT EQUAL SPACES                          00015660
              MOVE FD-MTIT-BAIRRO TO REG-CAD-BAIRRO                     00015670
            END-IF.                                                     00015680
            IF FD-MTIT-CIDADE NOT EQUAL SPACES                          00015690
              MOVE FD-MTIT-CIDADE TO REG-CAD-CIDADE                     00015700
            END-IF.                                                     00015710
            IF FD-MTIT-UF NOT EQUAL SPACES                              00015720
              MOVE FD-MTIT-UF TO REG-CAD-UF                             00015730
            END-IF.                                                     00015740
            IF FD-MTIT-CEP-X NOT EQUAL SPACES                           00015750
              MOVE FD-MTIT-CEP TO REG-CAD-CEP                           00015760
            END-IF.                                                     00015770
            IF FD-MTIT-DDD-X NOT EQUAL SPACES                           00015780
              MOVE FD-MTIT-DDD  TO REG-CAD-DDD                          00015790
              MOVE FD-MTIT-FONE TO REG-CAD-FONE                         00015800
            END-IF.                                                     00015810
            IF FD-MTIT-EMAIL NOT EQUAL SPACES                           00015820
              MOVE FD-MTIT-EMAIL TO REG-CAD-EMAIL                       00015830
            END-IF.                                                     00015840
            MOVE WRK-DATA-PROC TO REG-CAD-DATA-ALT.                     00015850
            MOVE WRK-OPERADOR  TO REG-CAD-OPERADOR.                     00015860
      *--------------------------------------------------------------   00015870
       2750-99-FIM.                              EXIT.                  00015880
      *--------------------------------------------------------------   00015890
      ***************************************************************   00015900
      *       V A L I D A R   D O C U M E N T O                     *   00015910
      ***************************************************************   00015920
      * CPF (TIPO F): 11 DIGITOS NA DIREITA, OS 9 PRIMEIROS COM     *   00015930
      * PESOS 10 A 2 DAO O PRIMEIRO DIGITO E OS 10 PRIMEIROS COM    *   00015940
      * PESOS 11 A 2 DAO O SEGUNDO. CNPJ (TIPO J): 14 DIGITOS,      *   00015950
      * PESOS 5432/98765432 E 65432/98765432. RESTO DA DIVISAO POR  *   00015960
      * 11 MENOR QUE 2 DA DIGITO ZERO; DEMAIS, 11 MENOS O RESTO.    *   00015970
      *--------------------------------------------------------------   00015980
       2800-VALIDAR-DOCUMENTO                    SECTION.               00015990
      *--------------------------------------------------------------   00016000
            MOVE 'S' TO WRK-SW-DOC.                                     00016010
            EVALUATE TRUE                                               00016020
             WHEN WRK-DOC-TESTE-X NOT NUMERIC                           00016030
               MOVE 'N' TO WRK-SW-DOC                                   00016040
             WHEN WRK-DOC-TESTE EQUAL ZEROS                             00016050
               MOVE 'N' TO WRK-SW-DOC                                   00016060
             WHEN WRK-TIPO-NOVO EQUAL 'F'                               00016070
               PERFORM 2820-CONFERIR-CPF                                00016080
             WHEN WRK-TIPO-NOVO EQUAL 'J'                               00016090
               PERFORM 2840-CONFERIR-CNPJ                               00016100
             WHEN OTHER                                                 00016110
               MOVE 'N' TO WRK-SW-DOC                                   00016120
            END-EVALUATE.                                               00016130
      *--------------------------------------------------------------   00016140
       2800-99-FIM.                              EXIT.                  00016150
      *--------------------------------------------------------------   00016160
      *--------------------------------------------------------------   00016170
       2820-CONFERIR-CPF                         SECTION.               00016180
      *--------------------------------------------------------------   00016190
            MOVE ZEROS TO WRK-QT-IGUAIS.                                00016200
            MOVE WRK-DOC-TESTE-X (4:1) TO WRK-DIG-INICIAL.              00016210
            INSPECT WRK-DOC-TESTE-X (4:11) TALLYING WRK-QT-IGUAIS       00016220
                    FOR ALL WRK-DIG-INICIAL.                            00016230
            IF WRK-DOC-TESTE-X (1:3) NOT EQUAL '000' OR                 00016240
               WRK-QT-IGUAIS EQUAL 11                                   00016250
              MOVE 'N' TO WRK-SW-DOC                                    00016260
            ELSE                                                        00016270
              MOVE 14 TO WRK-PESO-BASE                                  00016280
              MOVE 12 TO WRK-ULTIMO                                     00016290
              PERFORM 2830-CALCULAR-DV-CPF                              00016300
              IF WRK-DV-CALC NOT EQUAL WRK-DOC-DIG (13)                 00016310
                MOVE 'N' TO WRK-SW-DOC                                  00016320
              ELSE                                                      00016330
                MOVE 15 TO WRK-PESO-BASE                                00016340
                MOVE 13 TO WRK-ULTIMO                                   00016350
                PERFORM 2830-CALCULAR-DV-CPF                            00016360
                IF WRK-DV-CALC NOT EQUAL WRK-DOC-DIG (14)               00016370
                  MOVE 'N' TO WRK-SW-DOC                                00016380
                END-IF                                                  00016390
              END-IF                                                    00016400
            END-IF.                                                     00016410
      *--------------------------------------------------------------   00016420
       2820-99-FIM.                              EXIT.                  00016430
      *--------------------------------------------------------------   00016440
      *--------------------------------------------------------------   00016450
       2830-CALCULAR-DV-CPF                      SECTION.               00016460
      *--------------------------------------------------------------   00016470
            MOVE ZEROS TO WRK-SOMA.                                     00016480
            MOVE 4 TO WRK-IND.                                          00016490
            PERFORM 2835-SOMAR-DIGITO-CPF                               00016500
               UNTIL WRK-IND GREATER WRK-ULTIMO.                        00016510
            PERFORM 2890-APURAR-DV.                                     00016520
      *--------------------------------------------------------------   00016530
       2830-99-FIM.                              EXIT.                  00016540
      *--------------------------------------------------------------   00016550
      *--------------------------------------------------------------   00016560
       2835-SOMAR-DIGITO-CPF                     SECTION.               00016570
      *--------------------------------------------------------------   00016580
            COMPUTE WRK-PESO = WRK-PESO-BASE - WRK-IND.                 00016590
            COMPUTE WRK-SOMA = WRK-SOMA +                               00016600
                               WRK-DOC-DIG (WRK-IND) * WRK-PESO.        00016610
            ADD 1 TO WRK-IND.                                           00016620
      *--------------------------------------------------------------   00016630
       2835-99-FIM.                              EXIT.                  00016640
      *--------------------------------------------------------------   00016650
      *--------------------------------------------------------------   00016660
       2840-CONFERIR-CNPJ                        SECTION.               00016670
      *--------------------------------------------------------------   00016680
            MOVE ZEROS TO WRK-QT-IGUAIS.                                00016690
            MOVE WRK-DOC-TESTE-X (1:1) TO WRK-DIG-INICIAL.              00016700
            INSPECT WRK-DOC-TESTE-X TALLYING WRK-QT-IGUAIS              00016710
                    FOR ALL WRK-DIG-INICIAL.                            00016720
            IF WRK-QT-IGUAIS EQUAL 14                                   00016730
              MOVE 'N' TO WRK-SW-DOC                                    00016740
            ELSE                                                        00016750
              MOVE 1  TO WRK-DESLOCAMENTO                               00016760
              MOVE 12 TO WRK-ULTIMO                                     00016770
              PERFORM 2850-CALCULAR-DV-CNPJ                             00016780
              IF WRK-DV-CALC NOT EQUAL WRK-DOC-DIG (13)                 00016790
                MOVE 'N' TO WRK-SW-DOC                                  00016800
              ELSE                                                      00016810
                MOVE 0  TO WRK-DESLOCAMENTO                             00016820
                MOVE 13 TO WRK-ULTIMO                                   00016830
                PERFORM 2850-CALCULAR-DV-CNPJ                           00016840
                IF WRK-DV-CALC NOT EQUAL WRK-DOC-DIG (14)               00016850
                  MOVE 'N' TO WRK-SW-DOC                                00016860
                END-IF                                                  00016870
              END-IF                                                    00016880
            END-IF.                                                     00016890
      *--------------------------------------------------------------   00016900
       2840-99-FIM.                              EXIT.                  00016910
      *--------------------------------------------------------------   00016920
      *--------------------------------------------------------------   00016930
       2850-CALCULAR-DV-CNPJ                     SECTION.               00016940
      *--------------------------------------------------------------   00016950
            MOVE ZEROS TO WRK-SOMA.                                     00016960
            MOVE 1 TO WRK-IND.                                          00016970
            PERFORM 2855-SOMAR-DIGITO-CNPJ                              00016980
               UNTIL WRK-IND GREATER WRK-ULTIMO.                        00016990
            PERFORM 2890-APURAR-DV.                                     00017000
      *--------------------------------------------------------------   00017010
       2850-99-FIM.                              EXIT.                  00017020
      *--------------------------------------------------------------   00017030
      *--------------------------------------------------------------   00017040
       2855-SOMAR-DIGITO-CNPJ                    SECTION.               00017050
      *--------------------------------------------------------------   00017060
            COMPUTE WRK-PESO = WRK-IND + WRK-DESLOCAMENTO.              00017070
            COMPUTE WRK-SOMA = WRK-SOMA +                               00017080
                     WRK-DOC-DIG (WRK-IND) * WRK-PESO-CNPJ (WRK-PESO).  00017090
            ADD 1 TO WRK-IND.                                           00017100
      *--------------------------------------------------------------   00017110
       2855-99-FIM.                              EXIT.                  00017120
      *--------------------------------------------------------------   00017130
      *--------------------------------------------------------------   00017140
       2890-APURAR-DV                            SECTION.               00017150
      *--------------------------------------------------------------   00017160
            DIVIDE WRK-SOMA BY 11 GIVING WRK-QUOCIENTE                  00017170
                                  REMAINDER WRK-RESTO.                  00017180
            IF WRK-RESTO LESS 2                                         00017190
              MOVE ZEROS TO WRK-DV-CALC                                 00017200
            ELSE                                                        00017210
              COMPUTE WRK-DV-CALC = 11 - WRK-RESTO                      00017220
            END-IF.                                                     00017230
      *--------------------------------------------------------------   00017240
       2890-99-FIM.                              EXIT.                  00017250
      *--------------------------------------------------------------   00017260
      ***************************************************************   00017270
      *       R E G R A V A R   C A D A S T R O                     *   00017280
      ***************************************************************   00017290
      *--------------------------------------------------------------   00017300
       2900-REGRAVAR-CADASTRO                    SECTION.               00017310
      *--------------------------------------------------------------   00017320
            REWRITE REG-CAD                                             00017330
              INVALID KEY                                               00017340
                MOVE 'FR16CD01'            TO WRK-PROGRAMA              00017350
                MOVE '2900'                TO WRK-SECAO                 00017360
                MOVE 'ERRO NA REGRAVACAO DO CADVSAM' TO WRK-MENSAGEM    00017370
                MOVE WRK-FS-CADVSAM        TO WRK-STATUS                00017380
                PERFORM 6000-TRATA-ERROS                                00017390
            END-REWRITE.                                                00017400
      *--------------------------------------------------------------   00017410
       2900-99-FIM.                              EXIT.                  00017420
      *--------------------------------------------------------------   00017430
      ***************************************************************   00017440
      *               F I N A L I Z A R                             *   00017450
      ***************************************************************   00017460
      *--------------------------------------------------------------   00017470
       3000-FINALIZAR                            SECTION.               00017480
      *--------------------------------------------------------------   00017490
            MOVE SPACES TO FD-RELCD.                                    00017500
            WRITE FD-RELCD.                                             00017510
            MOVE 'ACOES LIDAS.....................:'                    00017520
                                    TO WRK-TOT-TEXTO                    00017530
            MOVE WRK-ACOES-LIDAS    TO WRK-TOT-QTDE                     00017540
            WRITE FD-RELCD FROM WRK-TOTAL-CD.                           00017550
            MOVE 'CADASTROS INCLUIDOS.............:'                    00017560
                                    TO WRK-TOT-TEXTO                    00017570
            MOVE WRK-INCLUIDOS      TO WRK-TOT-QTDE                     00017580
            WRITE FD-RELCD FROM WRK-TOTAL-CD.                           00017590
            MOVE 'CADASTROS ALTERADOS.............:'                    00017600
                                    TO WRK-TOT-TEXTO                    00017610
            MOVE WRK-ALTERADOS      TO WRK-TOT-QTDE                     00017620
            WRITE FD-RELCD FROM WRK-TOTAL-CD.                           00017630
            MOVE 'CADASTROS EXCLUIDOS.............:'                    00017640
                                    TO WRK-TOT-TEXTO                    00017650
            MOVE WRK-EXCLUIDOS      TO WRK-TOT-QTDE                     00017660
            WRITE FD-RELCD FROM WRK-TOTAL-CD.                           00017670
            MOVE 'ACOES REJEITADAS................:'                    00017680
                                    TO WRK-TOT-TEXTO                    00017690
            MOVE WRK-REJEITADOS     TO WRK-TOT-QTDE                     00017700
            WRITE FD-RELCD FROM WRK-TOTAL-CD.                           00017710
            CLOSE MOVTIT CLIEVSAM CADVSAM RELCD.                        00017720
            DISPLAY ' '.                                                00017730
            DISPLAY 'ACOES LIDAS                   : ' WRK-ACOES-LIDAS. 00017740
            DISPLAY 'CADASTROS INCLUIDOS           : ' WRK-INCLUIDOS.   00017750
            DISPLAY 'CADASTROS ALTERADOS           : ' WRK-ALTERADOS.   00017760
            DISPLAY 'CADASTROS EXCLUIDOS           : ' WRK-EXCLUIDOS.   00017770
            DISPLAY 'ACOES REJEITADAS              : ' WRK-REJEITADOS.  00017780
            IF WRK-REJEITADOS NOT EQUAL ZEROS                           00017790
              MOVE 4 TO RETURN-CODE                                     00017800
            END-IF.                                                     00017810
            DISPLAY '-----FIM DE PROCESSAMENTO----'.                    00017820
      *--------------------------------------------------------------   00017830
       3000-99-FIM.                              EXIT.                  00017840
      *--------------------------------------------------------------   00017850
      ***************************************************************   00017860
      *         T E S T A R   S T A T U S                           *   00017870
      ***************************************************************   00017880
      *--------------------------------------------------------------   00017890
       5100-TESTAR-STATUS                        SECTION.               00017900
      *--------------------------------------------------------------   00017910
            EVALUATE TRUE                                               00017920
             WHEN WRK-FS-MOVTIT NOT EQUAL 0                             00017930
               MOVE 'FR16CD01'             TO WRK-PROGRAMA              00017940
               MOVE '5100'                 TO WRK-SECAO                 00017950
               MOVE 'ERRO NO OPEN MOVTIT'  TO WRK-MENSAGEM              00017960
               MOVE WRK-FS-MOVTIT          TO WRK-STATUS                00017970
                 PERFORM 6000-TRATA-ERROS                               00017980
             WHEN WRK-FS-CLIEVSAM NOT EQUAL 0                           00017990
               MOVE 'FR16CD01'             TO WRK-PROGRAMA              00018000
               MOVE '5100'                 TO WRK-SECAO                 00018010
               MOVE 'ERRO NO OPEN CLIEVSAM' TO WRK-MENSAGEM             00018020
               MOVE WRK-FS-CLIEVSAM        TO WRK-STATUS                00018030
                 PERFORM 6000-TRATA-ERROS                               00018040
             WHEN WRK-FS-CADVSAM NOT EQUAL 0                            00018050
               MOVE 'FR16CD01'             TO WRK-PROGRAMA              00018060
               MOVE '5100'                 TO WRK-SECAO                 00018070
               MOVE 'ERRO NO OPEN CADVSAM' TO WRK-MENSAGEM              00018080
               MOVE WRK-FS-CADVSAM         TO WRK-STATUS                00018090
                 PERFORM 6000-TRATA-ERROS                               00018100
             WHEN WRK-FS-RELCD NOT EQUAL 0                              00018110
               MOVE 'FR16CD01'             TO WRK-PROGRAMA              00018120
               MOVE '5100'                 TO WRK-SECAO                 00018130
               MOVE 'ERRO NO OPEN RELCD'   TO WRK-MENSAGEM              00018140
               MOVE WRK-FS-RELCD           TO WRK-STATUS                00018150
                 PERFORM 6000-TRATA-ERROS                               00018160
            END-EVALUATE.                                               00018170
      *--------------------------------------------------------------   00018180
       5100-99-FIM.                              EXIT.                  00018190
      *--------------------------------------------------------------   00018200
      ***************************************************************   00018210
      *         L E R   M O V T I T                                 *   00018220
      ***************************************************************   00018230
      *--------------------------------------------------------------   00018240
       5400-LER-MOVTIT                           SECTION.               00018250
      *--------------------------------------------------------------   00018260
            READ MOVTIT                                                 00018270
              AT END MOVE 10 TO WRK-FS-MOVTIT                           00018280
            END-READ.                                                   00018290
      *--------------------------------------------------------------   00018300
       5400-99-FIM.                              EXIT.                  00018310
      *--------------------------------------------------------------   00018320
      ***************************************************************   00018330
      *          T R A T A   E R R O S                              *   00018340
      ***************************************************************   00018350
      *--------------------------------------------------------------   00018360
       6000-TRATA-ERROS                          SECTION.               00018370
      *--------------------------------------------------------------   00018380
            CALL WRK-ERRORLOG USING WRK-DADOS.                          00018390
            MOVE 8 TO RETURN-CODE.                                      00018400
            GOBACK.                                                     00018410
      *--------------------------------------------------------------   00018420
       6000-99-FIM.                              EXIT.                  00018430
      *--------------------------------------------------------------   00018440
