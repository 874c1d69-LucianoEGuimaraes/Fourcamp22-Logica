      *                   HDRANT) E RECUSADO E SO AQUELE ARQUIVO    *   00010310
      *                   FICA FORA DO LOTE (RC 4), EM VEZ DE SER   *   00010320
      *                   POSTADO DUAS VEZES;                       *   00010330
      *                 - HEADER DATADO EM DIA QUE NAO E UTIL NO    *   00922000
      *                   CALENDARIO NACIONAL (ROTINA FR16DU01,     *   00922010
      *                   ARQUIVO FERIADOS) E RECUSADO DA MESMA     *   00922020
      *                   FORMA (RC 4) - O MOVIMENTO NAO E POSTADO  *   00922030
      *                   COM DATA DE SABADO, DOMINGO OU FERIADO -, *   00922040
      *                   SALVO COM ACEITA-NAO-UTIL=1 NO PARMRUN    *   00922050
      *                   (MEMBRO MV01PARM, PALAVRA-CHAVE=VALOR     *   00922060
      *                   COMO NO EX04PARM); HEADER COM DATA        *   00922070
      *                   INEXISTENTE TAMBEM E RECUSADO;            *   00922080
      *                 - DETALHE FORA DE BLOCO DE CONTROLE         *   00010340
      *                   (ARQUIVO INTERNO LEGADO, COMO O JORNAL    *   00010350
      *                   ONLINE) E ACEITO E APENAS CONTADO.        *   00010360
      *                 OS HEADERS ACEITOS DA NOITE SAO SOMADOS A   *   00010370
      *                 LISTA E REGRAVADOS EM HDRNOVO.              *   00010380
      *                 TRANSFERENCIA EM LOTE (TIPOMOV T, COM A     *   00020000
      *                 CONTA DE DESTINO NAS 8 PRIMEIRAS POSICOES   *   00020010
      *                 DO MOVIMENTO) E DESDOBRADA EM UM PAR DEBITO *   00020020
      *                 NA ORIGEM / CREDITO NO DESTINO COM A MESMA  *   00020030
      *                 REFERENCIA. O PAR SO E GRAVADO SE AS DUAS   *   00020040
      *                 CONTAS EXISTEM NO MESTRE, SE O HISTORICO DE *   00020050
      *                 TRANSFERENCIA ENVIADA (ORIGEM) E RECEBIDA   *   00020060
      *                 (DESTINO) PODE SER LANCADO NA SITUACAO DA   *   00020070
      *                 CONTA (BLOQUEADA/DORMENTE, TABELA HISTCOD)  *   00020080
      *                 E SE A ORIGEM COBRE O VALOR COM SALDO +     *   00020090
      *                 LIMITE JA DESCONTADOS OS DEMAIS DEBITOS DA  *   00020100
      *                 NOITE E O VALOR RETIDO POR BLOQUEIO         *   00020101
      *                 JUDICIAL (BLQVSAM, ORDENS EM SITUACAO A OU  *   00020102
      *                 T) - AS MESMAS REGRAS QUE O FR16EX04 APLICA *   00020103
      *                 A CADA PERNA; AS PERNAS ENTRAM POR ULTIMO   *   00020104
      *                 NA CONTA. TRANSFERENCIA RECUSADA SAI        *   00020105
      *                 INTEIRA NO MOVREJ.                          *   00020110
      *                 CADA MOVIMENTO TRAZ NO FIM DO REGISTRO O    *   00800000
      *                 CODIGO DE HISTORICO (TABELA HISTCOD,        *   00800010
      *                 #HISTREG): CODIGO INEXISTENTE OU DE SENTIDO *   00800020
      *                 DIFERENTE DO TIPOMOV VAI PARA O MOVREJ. AS  *   00800030
      *                 PERNAS DA TRANSFERENCIA EM LOTE RECEBEM OS  *   00800040
      *                 CODIGOS DE TRANSFERENCIA ENVIADA/RECEBIDA.  *   00800050
      *-------------------------------------------------------------*   00010390
      *   ARQUIVOS...:                                              *   00010400
      *    DDNAME              I/O                                  *   00010410
      *    MOVENTRA             I  (LIDO DUAS VEZES: VALIDACAO DOS  *   00010420
      *                            CONTROLES E EXTRACAO)            *   00010430
      *    HDRANT               I  (HEADERS JA ACEITOS)             *   00010440
      *    PARMRUN              I                                   *   00922090
      *    FERIADOS             I  (PELA ROTINA FR16DU01)           *   00922100
      *    HISTCOD              I  (TABELA DE HISTORICOS)           *   00800060
      *    CLIENTES             I  (CONFERENCIA DAS TRANSFERENCIAS) *   00020120
      *    BLQVSAM              I  (BLOQUEIOS JUDICIAIS)            *   00950000
      *    HDRNOVO              O  (LISTA ATUALIZADA)               *   00010450
      *    MOVVAL               O  (DETALHES ACEITOS - TRABALHO)    *   00010460
      *    MOVORD               O  (CLASSIFICADO - TRABALHO)        *   00010470
      *-------------------------------------------------------------*   00010510
      *   MODULOS....:                             INCLUDE/BOOK     *   00010520
      *   GRAVALOG -   TRATAMENTO DE ERROS            GLOG2         *   00010530
      *   FR16DU01 -   CALENDARIO DE DIAS UTEIS       GCAL          *   00922110
      *=============================================================*   00010540
                                                                        00010550
      *=============================================================*   00010560
       FILE-CONTROL.                                                    00010660
            SELECT MOVENTRA ASSIGN TO MOVENTRA                          00010670
                FILE STATUS  IS WRK-FS-MOVENTRA.                        00010680
            SELECT CLIENTES ASSIGN TO CLIENTES                          00020130
                FILE STATUS  IS WRK-FS-CLIENTES.                        00020140
                                                                        00800070
            SELECT HISTCOD  ASSIGN TO HISTCOD                           00800080
                FILE STATUS  IS WRK-FS-HISTCOD.                         00800090
                                                                        00950010
            SELECT BLQVSAM  ASSIGN TO BLQVSAM                           00950020
                ORGANIZATION IS INDEXED                                 00950030
                ACCESS MODE IS DYNAMIC                                  00950040
                RECORD KEY IS REG-BLQ-CHAVE                             00950050
                FILE STATUS  IS WRK-FS-BLQVSAM.                         00950060
                                                                        00010690
            SELECT HDRANT   ASSIGN TO HDRANT                            00010700
                FILE STATUS  IS WRK-FS-HDRANT.                          00010710
                                                                        00922120
            SELECT PARMRUN  ASSIGN TO PARMRUN                           00922130
                FILE STATUS  IS WRK-FS-PARMRUN.                         00922140
                                                                        00010720
            SELECT HDRNOVO  ASSIGN TO HDRNOVO                           00010730
                FILE STATUS  IS WRK-FS-HDRNOVO.                         00010740
             10 FD-MOVENTRA-AGENCIA   PIC X(04).                        00011040
             10 FD-MOVENTRA-CONTA     PIC X(04).                        00011050
          05 FD-MOVENTRA-MOVIMENTO PIC X(30).                           00011060
      *   NA TRANSFERENCIA EM LOTE (TIPOMOV T) O MOVIMENTO TRAZ A       00020150
      *   CONTA DE DESTINO; A CHAVE DO REGISTRO E A CONTA DE ORIGEM.    00020160
          05 FD-MOVENTRA-TRF REDEFINES FD-MOVENTRA-MOVIMENTO.           00020170
             10 FD-MOVENTRA-DESTINO.                                    00020180
                15 FD-MOVENTRA-AGENCIA-DES PIC X(04).                   00020190
                15 FD-MOVENTRA-CONTA-DES   PIC X(04).                   00020200
             10 FD-MOVENTRA-TRF-TEXTO  PIC X(22).                       00020210
          05 FD-MOVENTRA-VALORMOV  PIC 9(08)V99.                        00011070
          05 FD-MOVENTRA-TIPOMOV   PIC X(01).                           00011080
          05 FD-MOVENTRA-HISTORICO PIC 9(03).                           00800100
                                                                        00011090
      * SEGUNDA VISAO DO MESMO REGISTRO: HEADER/TRAILER DE CONTROLE.    00011100
       COPY '#CTLREG'.                                                  00011110
           RECORDING MODE IS F                                          00011290
           BLOCK CONTAINS 0 RECORDS.                                    00011300
                                                                        00011310
      * ORDEM 1 = MOVIMENTO COMUM, 9 = PERNA DE TRANSFERENCIA EM        00020220
      * LOTE (ENTRA DEPOIS DOS DEMAIS MOVIMENTOS DA CONTA). O MOTIVO    00020230
      * SO VEM PREENCHIDO NA TRANSFERENCIA RECUSADA (TIPOMOV T).        00020240
       01 FD-MOVVAL.                                                    00020250
          05 FD-MOVVAL-DADOS.                                           00020260
             10 FD-MOVVAL-CHAVE.                                        00020270
                15 FD-MOVVAL-AGENCIA    PIC X(04).                      00020280
                15 FD-MOVVAL-CONTA      PIC X(04).                      00020290
             10 FD-MOVVAL-MOVIMENTO  PIC X(30).                         00020300
             10 FD-MOVVAL-VALORMOV   PIC 9(08)V99.                      00020310
             10 FD-MOVVAL-TIPOMOV    PIC X(01).                         00020320
             10 FD-MOVVAL-HISTORICO  PIC 9(03).                         00800110
          05 FD-MOVVAL-ORDEM      PIC X(01).                            00020330
          05 FD-MOVVAL-MOTIVO     PIC X(20).                            00020340
                                                                        00011390
       FD CTLREL                                                        00011400
           RECORDING MODE IS F.                                         00011410
          05 WRK-SD-MOVIMENTO-TX PIC X(30).                             00011520
          05 WRK-SD-VALORMOV     PIC 9(08)V99.                          00011530
          05 WRK-SD-TIPOMOV      PIC X(01).                             00011540
          05 WRK-SD-HISTORICO    PIC 9(03).                             00800120
          05 WRK-SD-ORDEM        PIC X(01).                             00020350
          05 WRK-SD-MOTIVO       PIC X(20).                             00020360
                                                                        00011550
       FD MOVORD                                                        00011560
           RECORDING MODE IS F                                          00011570
          05 FD-MOVORD-VALORMOV-X REDEFINES FD-MOVORD-VALORMOV          00011660
                                  PIC X(10).                            00011670
          05 FD-MOVORD-TIPOMOV    PIC X(01).                            00011680
          05 FD-MOVORD-HISTORICO  PIC 9(03).                            00800130
          05 FD-MOVORD-HISTORICO-X REDEFINES FD-MOVORD-HISTORICO        00800140
                                  PIC X(03).                            00800150
          05 FD-MOVORD-ORDEM      PIC X(01).                            00020370
          05 FD-MOVORD-MOTIVO     PIC X(20).                            00020380
                                                                        00011690
       FD MOV0106                                                       00011700
           RECORDING  MODE IS F.                                        00011710
          05 FD-MOV0106-MOVIMENTO  PIC X(30).                           00011770
          05 FD-MOV0106-VALORMOV   PIC 9(08)V99.                        00011780
          05 FD-MOV0106-TIPOMOV    PIC X(01).                           00011790
          05 FD-MOV0106-HISTORICO  PIC 9(03).                           00800160
                                                                        00011800
       FD CLIENTES                                                      00020390
           RECORDING MODE IS F                                          00020400
           BLOCK CONTAINS 0 RECORDS.                                    00020410
                                                                        00020420
       COPY '#CLIMST'.                                                  00020430
                                                                        00020440
       FD MOVREJ                                                        00011810
           RECORDING  MODE IS F.                                        00011820
                                                                        00011830
          05 FD-MOVREJ-VALORMOV  PIC X(10).                             00011880
          05 FD-MOVREJ-TIPOMOV   PIC X(01).                             00011890
          05 FD-MOVREJ-MOTIVO    PIC X(20).                             00011900
          05 FD-MOVREJ-HISTORICO PIC X(03).                             00800170
                                                                        00800180
       FD HISTCOD                                                       00800190
           RECORDING MODE IS F                                          00800200
           BLOCK CONTAINS 0 RECORDS.                                    00800210
                                                                        00800220
       COPY '#HISTREG'.                                                 00800230
                                                                        00950070
       FD BLQVSAM.                                                      00950080
                                                                        00950090
       COPY '#BLQREG'.                                                  00950100
                                                                        00922150
       FD PARMRUN                                                       00922160
          RECORDING  MODE IS F.                                         00922170
                                                                        00922180
       01 FD-PARMRUN.                                                   00922190
          05 FD-PRM-CHAVE      PIC X(16).                               00922200
          05 FD-PRM-IGUAL      PIC X(01).                               00922210
          05 FD-PRM-VALOR      PIC 9(08).                               00922220
          05 FILLER            PIC X(55).                               00922230
      *-------------------------------------------------------------*   00011910
       WORKING-STORAGE                           SECTION.               00011920
      *-------------------------------------------------------------*   00011930
      *-------------------------------------------------------------*   00011980
                                                                        00011990
       COPY '#GLOG'.                                                    00012000
                                                                        00922240
      *-------------------------------------------------------------*   00922250
       01 FILLER PIC X(45) VALUE                                        00922260
              '------------------#GCAL----------------------'.          00922270
      *-------------------------------------------------------------*   00922280
                                                                        00922290
       COPY '#GCAL'.                                                    00922300
                                                                        00012010
      *-------------------------------------------------------------*   00012020
       01 FILLER PIC X(45) VALUE                                        00012030
              '-----------DADOS E FILE STATUS---------------'.          00012040
      *-------------------------------------------------------------*   00012050
       77 WRK-FS-MOVENTRA   PIC 9(02).                                  00012060
       77 WRK-FS-CLIENTES   PIC 9(02).                                  00020450
       77 WRK-FS-HISTCOD    PIC 9(02).                                  00800240
       77 WRK-FS-BLQVSAM    PIC 9(02).                                  00950110
       77 WRK-FS-HDRANT     PIC 9(02).                                  00012070
       77 WRK-FS-PARMRUN    PIC 9(02).                                  00922310
       77 WRK-FS-HDRNOVO    PIC 9(02).                                  00012080
       77 WRK-FS-MOVVAL     PIC 9(02).                                  00012090
       77 WRK-FS-CTLREL     PIC 9(02).                                  00012100
       77 WRK-FS-MOV0106    PIC 9(02).                                  00012120
       77 WRK-FS-MOVREJ     PIC 9(02).                                  00012130
       77 WRK-ERRORLOG      PIC X(08) VALUE 'ERRORLOG'.                 00012140
       77 WRK-CALENDARIO    PIC X(08) VALUE 'FR16DU01'.                 00922320
       77 WRK-REGLIDOS      PIC 9(05) VALUE ZEROS.                      00012150
       77 WRK-GRAVADOS      PIC 9(05) VALUE ZEROS.                      00012160
       77 WRK-REJEITADOS    PIC 9(05) VALUE ZEROS.                      00012170
       77 WRK-BLOCO-QTDE    PIC 9(09) VALUE ZEROS.                      00012300
       77 WRK-BLOCO-VALOR   PIC 9(13)V99 VALUE ZEROS.                   00012310
       77 WRK-ANT-QTDE      PIC 9(03) COMP VALUE ZEROS.                 00012320
       77 WRK-ANT-MAX       PIC 9(03) COMP VALUE 600.                   00012330
       77 WRK-BLC-MAX       PIC 9(03) COMP VALUE 50.                    00012340
       77 WRK-BLC-ATUAL     PIC 9(03) COMP VALUE ZEROS.                 00012350
       77 WRK-IND           PIC 9(03) COMP VALUE ZEROS.                 00012360
           88 WRK-NOITE-LIBERADA       VALUE 'N'.                       00012420
      * JANELA DE RISCO DE DUPLICATA: HEADER ACEITO MAIS VELHO DO       00012430
      * QUE ISTO SAI DA LISTA AO REGRAVAR O HDRNOVO, PARA A LISTA       00012440
      * NAO CRESCER SEM LIMITE (TRES AGENCIAS, O TRFLOTE, OS DEBITOS    00012450
      * AGENDADOS E OS EMPRESTIMOS SAO 360 ENTRADAS NA JANELA).         00012460
       77 WRK-HDR-RETENCAO  PIC 9(03) VALUE 060.                        00012470
       77 WRK-HDR-DATA-CORTE PIC 9(08) VALUE ZEROS.                     00012480
       77 WRK-HDR-DIA-CORTE PIC S9(09) COMP VALUE ZEROS.                00012490
       77 WRK-SW-DUP        PIC X(01) VALUE 'N'.                        00012520
           88 WRK-HEADER-DUPLICADO     VALUE 'S'.                       00012530
           88 WRK-HEADER-INEDITO       VALUE 'N'.                       00012540
      * ACEITA-NAO-UTIL DO PARMRUN: 0 = HEADER EM DIA NAO UTIL E        00922330
      * RECUSADO (PADRAO); 1 = ACEITO (NOITE DE CONTINGENCIA).          00922340
       77 WRK-ACEITA-NAO-UTIL PIC 9(08) VALUE ZEROS.                    00922350
           88 WRK-NAO-UTIL-ACEITO      VALUE 1.                         00922360
       77 WRK-SW-DATA-ARQ   PIC X(01) VALUE 'S'.                        00922370
           88 WRK-DATA-ARQ-UTIL        VALUE 'S'.                       00922380
           88 WRK-DATA-ARQ-NAO-UTIL    VALUE 'N'.                       00922390
           88 WRK-DATA-ARQ-INVALIDA    VALUE 'I'.                       00922400
                                                                        00012550
       01 WRK-TABELA-ACEITOS.                                           00012560
          05 WRK-TAB-ACEITO OCCURS 600 TIMES INDEXED BY ANT-IDX.        00012570
             10 WRK-TAC-ORIGEM     PIC X(08).                           00012580
             10 WRK-TAC-DATA-ARQ   PIC 9(08).                           00012590
                                                                        00012600
                88 WRK-BLOCO-PENDENTE      VALUE 'P'.                   00012680
                                                                        00012690
      *-------------------------------------------------------------*   00012700
      *-------------------------------------------------------------*   00020460
       01 FILLER PIC X(45) VALUE                                        00020470
              '-----------TRANSFERENCIAS EM LOTE------------'.          00020480
      *-------------------------------------------------------------*   00020490
       77 WRK-TRF-QTDE      PIC 9(03) COMP VALUE ZEROS.                 00020500
       77 WRK-TRF-MAX       PIC 9(03) COMP VALUE 500.                   00020510
       77 WRK-CTA-QTDE      PIC 9(04) COMP VALUE ZEROS.                 00020520
       77 WRK-CTA-MAX       PIC 9(04) COMP VALUE 1000.                  00020530
       77 WRK-IND-CTA       PIC 9(04) COMP VALUE ZEROS.                 00020540
       77 WRK-IND-ORI       PIC 9(04) COMP VALUE ZEROS.                 00020550
       77 WRK-IND-DES       PIC 9(04) COMP VALUE ZEROS.                 00020560
       77 WRK-TRF-SEQ       PIC 9(06) VALUE ZEROS.                      00020570
       77 WRK-TRF-ACEITAS   PIC 9(05) VALUE ZEROS.                      00020580
       77 WRK-TRF-RECUSADAS PIC 9(05) VALUE ZEROS.                      00020590
       77 WRK-TRF-SOBRA     PIC S9(11)V99 VALUE ZEROS.                  00020600
       77 WRK-TRF-MOTIVO    PIC X(20) VALUE SPACES.                     00020610
       77 WRK-CHAVE-BUSCA   PIC X(08) VALUE SPACES.                     00020620
       77 WRK-SW-ACHOU      PIC X(01) VALUE 'N'.                        00020630
           88 WRK-CONTA-ACHADA         VALUE 'S'.                       00020640
           88 WRK-CONTA-NAO-ACHADA     VALUE 'N'.                       00020650
       77 WRK-SW-FIM-BLQ    PIC X(01) VALUE 'N'.                        00950120
           88 WRK-FIM-BLQ             VALUE 'S'.                        00950130
           88 WRK-TEM-BLQ             VALUE 'N'.                        00950140
                                                                        00020660
      * REFERENCIA COMUM AS DUAS PERNAS: DATA DA NOITE + LOTE + SEQ     00020670
      * (MESMO TAMANHO DA REFERENCIA DA TRANSFERENCIA ONLINE CLTR).     00020680
       01 WRK-TRF-REFERENCIA.                                           00020690
          05 WRK-REF-DATA       PIC 9(08).                              00020700
          05 FILLER             PIC X(04) VALUE 'LOTE'.                 00020710
          05 WRK-REF-SEQ        PIC 9(06).                              00020720
                                                                        00020730
       01 WRK-TEXTO-PERNA.                                              00020740
          05 WRK-PERNA-TEXTO    PIC X(11).                              00020750
          05 WRK-PERNA-REF      PIC X(18).                              00020760
          05 FILLER             PIC X(01) VALUE SPACES.                 00020770
                                                                        00020780
       01 WRK-MOVIMENTO-TRF.                                            00020790
          05 WRK-MVT-DESTINO    PIC X(08).                              00020800
          05 WRK-MVT-TEXTO      PIC X(22).                              00020810
                                                                        00020820
       01 WRK-TABELA-TRANSF.                                            00020830
          05 WRK-TAB-TRF OCCURS 500 TIMES INDEXED BY TRF-IDX.           00020840
             10 WRK-TTR-ORIGEM     PIC X(08).                           00020850
             10 WRK-TTR-DESTINO    PIC X(08).                           00020860
             10 WRK-TTR-TEXTO      PIC X(22).                           00020870
             10 WRK-TTR-VALOR      PIC 9(08)V99.                        00020880
             10 WRK-TTR-IND-ORI    PIC 9(04) COMP.                      00020890
             10 WRK-TTR-IND-DES    PIC 9(04) COMP.                      00020900
             10 WRK-TTR-REFERENCIA PIC X(18).                           00020910
             10 WRK-TTR-MOTIVO     PIC X(20).                           00020920
                                                                        00020930
      * CONTAS ENVOLVIDAS NAS TRANSFERENCIAS, COM A FOTO DO MESTRE:     00020940
      * DISPONIVEL = SALDO + LIMITE; OUTROS-DEB = DEBITOS COMUNS DA     00020950
      * NOITE; RESERVADO = TRANSFERENCIAS JA ACEITAS COM ESSA ORIGEM.   00020960
      * BLOQUEADO = RETIDO POR ORDEM JUDICIAL (BLQVSAM).                00950150
       01 WRK-TABELA-CONTAS.                                            00020970
          05 WRK-TAB-CTA OCCURS 1000 TIMES INDEXED BY CTA-IDX.          00020980
             10 WRK-TCT-CHAVE      PIC X(08).                           00020990
             10 WRK-TCT-ACHOU      PIC X(01).                           00021000
             10 WRK-TCT-SITUACAO   PIC X(01).                           00021010
             10 WRK-TCT-DISPONIVEL PIC S9(09)V99.                       00021020
             10 WRK-TCT-OUTROS-DEB PIC 9(11)V99.                        00021030
             10 WRK-TCT-RESERVADO  PIC 9(11)V99.                        00021040
             10 WRK-TCT-BLOQUEADO  PIC 9(09)V99.                        00950160
                                                                        00021050
      *-------------------------------------------------------------*   00800250
       01 FILLER PIC X(45) VALUE                                        00800260
              '-----------TABELA DE HISTORICOS--------------'.          00800270
      *-------------------------------------------------------------*   00800280
      * A TABELA E ENDERECADA PELO PROPRIO CODIGO (001 A 999).          00800290
       77 WRK-HIS-QTDE      PIC 9(03) COMP VALUE ZEROS.                 00800300
       77 WRK-HIS-ANT       PIC 9(03) VALUE ZEROS.                      00800310
       77 WRK-HIS-TRF-ENV   PIC 9(03) VALUE 006.                        00800320
       77 WRK-HIS-TRF-REC   PIC 9(03) VALUE 007.                        00800330
      * TRANSFERENCIA JUDICIAL (#HISTREG): DEBITA O VALOR BLOQUEADO.    00960000
       77 WRK-HIS-TRF-JUDICIAL PIC 9(03) VALUE 014.                     00960010
                                                                        00800340
       01 WRK-TABELA-HISTORICOS.                                        00800350
          05 WRK-TAB-HIS OCCURS 999 TIMES.                              00800360
             10 WRK-THI-DEFINIDO   PIC X(01).                           00800370
             10 WRK-THI-SENTIDO    PIC X(01).                           00800380
             10 WRK-THI-PERMITE-DORM PIC X(01).                         00950170
             10 WRK-THI-PERMITE-BLOQ PIC X(01).                         00950180
                                                                        00800390
       01 FILLER PIC X(45) VALUE                                        00012710
              '-----------LAYOUTS DE IMPRESSAO--------------'.          00012720
      *-------------------------------------------------------------*   00012730
      *--------------------------------------------------------------   00013160
       1000-INICIALIZAR                          SECTION.               00013170
      *--------------------------------------------------------------   00013180
             PERFORM 1020-LER-PARAMETROS.                               00922410
             PERFORM 1050-CARREGAR-HISTORICOS.                          00800400
             OPEN INPUT MOVENTRA HDRANT                                 00013190
                  OUTPUT CTLREL.                                        00013200
             PERFORM 5200-TESTAR-STATUS-CTL.                            00013210
               PERFORM 1300-EXTRAIR-DETALHES                            00013480
                  UNTIL WRK-FS-MOVENTRA EQUAL 10                        00013490
               CLOSE MOVENTRA MOVVAL                                    00013500
               IF WRK-TRF-QTDE GREATER ZEROS                            00021060
                 PERFORM 1500-CONFERIR-TRANSFERENCIAS                   00021070
               END-IF                                                   00021080
               SORT SORTMOV                                             00013510
                 ON ASCENDING KEY WRK-SD-CHAVE WRK-SD-ORDEM             00021090
                 USING MOVVAL                                           00013530
                 GIVING MOVORD                                          00013540
               OPEN INPUT  MOVORD                                       00013550
      *--------------------------------------------------------------   00013620
       1000-99-FIM.                              EXIT.                  00013630
      *--------------------------------------------------------------   00013640
      ***************************************************************   00922420
      *       L E R   P A R A M E T R O S   (PARMRUN)               *   00922430
      ***************************************************************   00922440
      * MESMO CARTAO DO FR16EX04: PALAVRA-CHAVE NAS COLUNAS 1-16,   *   00922450
      * SINAL = NA 17 E VALOR DE 8 DIGITOS NAS 18-25. LINHA COM *   *   00922460
      * NA COLUNA 1 E COMENTARIO. OS VALORES EFETIVOS SAO ECOADOS   *   00922470
      * NO SYSOUT.                                                  *   00922480
      *-------------------------------------------------------------*   00922490
       1020-LER-PARAMETROS                       SECTION.               00922500
      *-------------------------------------------------------------*   00922510
            OPEN INPUT PARMRUN.                                         00922520
            IF WRK-FS-PARMRUN NOT EQUAL 0                               00922530
               MOVE 'FR16MV01'             TO WRK-PROGRAMA              00922540
               MOVE '1020'                 TO WRK-SECAO                 00922550
               MOVE 'ERRO NO OPEN PARMRUN' TO WRK-MENSAGEM              00922560
               MOVE WRK-FS-PARMRUN         TO WRK-STATUS                00922570
               PERFORM 6000-TRATA-ERROS                                 00922580
            END-IF.                                                     00922590
            READ PARMRUN                                                00922600
              AT END MOVE 10 TO WRK-FS-PARMRUN                          00922610
            END-READ.                                                   00922620
            PERFORM 1025-TRATAR-PARAMETRO THRU 1025-99-FIM              00922630
               UNTIL WRK-FS-PARMRUN EQUAL 10.                           00922640
            CLOSE PARMRUN.                                              00922650
            DISPLAY 'PARAMETROS EFETIVOS DA CONSOLIDACAO:'.             00922660
            DISPLAY '  ACEITA-NAO-UTIL.: ' WRK-ACEITA-NAO-UTIL.         00922670
      *-------------------------------------------------------------*   00922680
       1020-99-FIM.                               EXIT.                 00922690
      *-------------------------------------------------------------*   00922700
      *-------------------------------------------------------------*   00922710
       1025-TRATAR-PARAMETRO                     SECTION.               00922720
      *-------------------------------------------------------------*   00922730
            EVALUATE TRUE                                               00922740
             WHEN FD-PRM-CHAVE (1:1) EQUAL '*'                          00922750
               CONTINUE                                                 00922760
             WHEN FD-PRM-CHAVE EQUAL SPACES                             00922770
               CONTINUE                                                 00922780
             WHEN FD-PRM-CHAVE EQUAL 'ACEITA-NAO-UTIL'                  00922790
               PERFORM 1030-VALIDAR-VALOR THRU 1030-99-FIM              00922800
               IF FD-PRM-VALOR GREATER 1                                00922810
                  PERFORM 1035-PARAMETRO-INVALIDO THRU 1035-99-FIM      00922820
               END-IF                                                   00922830
               MOVE FD-PRM-VALOR TO WRK-ACEITA-NAO-UTIL                 00922840
             WHEN OTHER                                                 00922850
               DISPLAY 'PARAMETRO DESCONHECIDO: ' FD-PRM-CHAVE          00922860
               PERFORM 1035-PARAMETRO-INVALIDO THRU 1035-99-FIM         00922870
            END-EVALUATE.                                               00922880
            READ PARMRUN                                                00922890
              AT END MOVE 10 TO WRK-FS-PARMRUN                          00922900
            END-READ.                                                   00922910
      *-------------------------------------------------------------*   00922920
       1025-99-FIM.                               EXIT.                 00922930
      *-------------------------------------------------------------*   00922940
      *-------------------------------------------------------------*   00922950
       1030-VALIDAR-VALOR                        SECTION.               00922960
      *-------------------------------------------------------------*   00922970
            IF FD-PRM-IGUAL NOT EQUAL '=' OR                            00922980
               FD-PRM-VALOR NOT NUMERIC                                 00922990
               PERFORM 1035-PARAMETRO-INVALIDO THRU 1035-99-FIM         00923000
            END-IF.                                                     00923010
      *-------------------------------------------------------------*   00923020
       1030-99-FIM.                               EXIT.                 00923030
      *-------------------------------------------------------------*   00923040
      *-------------------------------------------------------------*   00923050
       1035-PARAMETRO-INVALIDO                   SECTION.               00923060
      *-------------------------------------------------------------*   00923070
            MOVE 'FR16MV01'             TO WRK-PROGRAMA.                00923080
            MOVE '1025'                 TO WRK-SECAO.                   00923090
            MOVE 'PARAMETRO INVALIDO NO PARMRUN' TO WRK-MENSAGEM.       00923100
            MOVE WRK-FS-PARMRUN         TO WRK-STATUS.                  00923110
            PERFORM 6000-TRATA-ERROS.                                   00923120
      *-------------------------------------------------------------*   00923130
       1035-99-FIM.                               EXIT.                 00923140
      *-------------------------------------------------------------*   00923150
      ***************************************************************   00800410
      *   C A R R E G A R   T A B E L A   D E   H I S T O R I C O S *   00800420
      ***************************************************************   00800430
      * O ARQUIVO HISTCOD VEM EM ORDEM CRESCENTE DE CODIGO; CODIGO  *   00800440
      * FORA DE ORDEM, REPETIDO OU COM SENTIDO QUE NAO SEJA C OU D  *   00800450
      * E TABELA CORROMPIDA E ABORTA A CONSOLIDACAO.                *   00800460
      *--------------------------------------------------------------   00800470
       1050-CARREGAR-HISTORICOS                  SECTION.               00800480
      *--------------------------------------------------------------   00800490
            MOVE SPACES TO WRK-TABELA-HISTORICOS.                       00800500
            OPEN INPUT HISTCOD.                                         00800510
            IF WRK-FS-HISTCOD NOT EQUAL 0                               00800520
              MOVE 'FR16MV01'             TO WRK-PROGRAMA               00800530
              MOVE '1050'                 TO WRK-SECAO                  00800540
              MOVE 'ERRO NO OPEN HISTCOD' TO WRK-MENSAGEM               00800550
              MOVE WRK-FS-HISTCOD         TO WRK-STATUS                 00800560
              PERFORM 6000-TRATA-ERROS                                  00800570
            END-IF.                                                     00800580
            READ HISTCOD                                                00800590
              AT END MOVE 10 TO WRK-FS-HISTCOD                          00800600
            END-READ.                                                   00800610
            PERFORM 1060-GUARDAR-HISTORICO                              00800620
               UNTIL WRK-FS-HISTCOD EQUAL 10.                           00800630
            CLOSE HISTCOD.                                              00800640
            IF WRK-HIS-QTDE EQUAL ZEROS                                 00800650
              MOVE 'FR16MV01'             TO WRK-PROGRAMA               00800660
              MOVE '1050'                 TO WRK-SECAO                  00800670
              MOVE 'TABELA DE HISTORICOS VAZIA' TO WRK-MENSAGEM         00800680
              MOVE WRK-FS-HISTCOD         TO WRK-STATUS                 00800690
              PERFORM 6000-TRATA-ERROS                                  00800700
            END-IF.                                                     00800710
      *--------------------------------------------------------------   00800720
       1050-99-FIM.                              EXIT.                  00800730
      *--------------------------------------------------------------   00800740
      *--------------------------------------------------------------   00800750
       1060-GUARDAR-HISTORICO                    SECTION.               00800760
      *--------------------------------------------------------------   00800770
            IF REG-HIST-CODIGO NOT NUMERIC OR                           00800780
               REG-HIST-CODIGO NOT GREATER WRK-HIS-ANT OR               00800790
               (NOT REG-HIST-CREDITO AND NOT REG-HIST-DEBITO)           00800800
              DISPLAY 'HISTCOD - REGISTRO INVALIDO: ' REG-HIST          00800810
              MOVE 'FR16MV01'             TO WRK-PROGRAMA               00800820
              MOVE '1060'                 TO WRK-SECAO                  00800830
              MOVE 'TABELA DE HISTORICOS INVALIDA' TO WRK-MENSAGEM      00800840
              MOVE WRK-FS-HISTCOD         TO WRK-STATUS                 00800850
              PERFORM 6000-TRATA-ERROS                                  00800860
            END-IF.                                                     00800870
            MOVE 'S'              TO WRK-THI-DEFINIDO (REG-HIST-CODIGO).00800880
            MOVE REG-HIST-SENTIDO TO WRK-THI-SENTIDO (REG-HIST-CODIGO). 00800890
            MOVE REG-HIST-PERMITE-DORM                                  00950190
                          TO WRK-THI-PERMITE-DORM (REG-HIST-CODIGO).    00950200
            MOVE REG-HIST-PERMITE-BLOQ                                  00950210
                          TO WRK-THI-PERMITE-BLOQ (REG-HIST-CODIGO).    00950220
            MOVE REG-HIST-CODIGO  TO WRK-HIS-ANT.                       00800900
            ADD 1 TO WRK-HIS-QTDE.                                      00800910
            READ HISTCOD                                                00800920
              AT END MOVE 10 TO WRK-FS-HISTCOD                          00800930
            END-READ.                                                   00800940
      *--------------------------------------------------------------   00800950
       1060-99-FIM.                              EXIT.                  00800960
      *--------------------------------------------------------------   00800970
      ***************************************************************   00013650
      *   C A R R E G A R   H E A D E R S   J A   A C E I T O S     *   00013660
      ***************************************************************   00013670
            ADD 1 TO WRK-BLOCOS.                                        00014470
            MOVE WRK-BLOCOS TO WRK-BLC-ATUAL.                           00014480
            PERFORM 1230-TESTAR-DUPLICATA.                              00014490
            MOVE 'S' TO WRK-SW-DATA-ARQ.                                00923160
            IF WRK-HEADER-INEDITO                                       00923170
              PERFORM 1225-TESTAR-DIA-UTIL                              00923180
            END-IF.                                                     00923190
            SET BLC-IDX TO WRK-BLC-ATUAL.                               00014500
            MOVE REG-CTL-ORIGEM   TO WRK-TBL-ORIGEM (BLC-IDX)           00014510
            MOVE REG-CTL-DATA-ARQ TO WRK-TBL-DATA-ARQ (BLC-IDX)         00014520
            MOVE 'P'              TO WRK-TBL-STATUS (BLC-IDX).          00014530
            MOVE ZEROS TO WRK-BLOCO-QTDE WRK-BLOCO-VALOR.               00014540
            MOVE 'S' TO WRK-SW-EM-BLOCO.                                00014550
            IF WRK-HEADER-DUPLICADO OR                                  00923200
               NOT WRK-DATA-ARQ-UTIL                                    00923210
              MOVE 'R' TO WRK-TBL-STATUS (BLC-IDX)                      00923220
              ADD 1 TO WRK-BLOCOS-REJ                                   00923230
              EVALUATE TRUE                                             00923240
               WHEN WRK-HEADER-DUPLICADO                                00923250
                 MOVE 'ARQUIVO JA PROCESSADO' TO WRK-CTL-MOTIVO         00923260
               WHEN WRK-DATA-ARQ-INVALIDA                               00923270
                 MOVE 'DATA DO HEADER INVALIDA' TO WRK-CTL-MOTIVO       00923280
               WHEN OTHER                                               00923290
                 MOVE 'DATA NAO E DIA UTIL' TO WRK-CTL-MOTIVO           00923300
              END-EVALUATE                                              00923310
              MOVE 'REJEITADO' TO WRK-CTL-STATUS                        00923320
              PERFORM 1280-GRAVAR-LINHA-CTL                             00923330
            END-IF.                                                     00923340
      *--------------------------------------------------------------   00014630
       1220-99-FIM.                              EXIT.                  00014640
      *--------------------------------------------------------------   00014650
      ***************************************************************   00923350
      * DATA DO HEADER CONTRA O CALENDARIO NACIONAL (AGENCIA EM     *   00923360
      * BRANCO). COM ACEITA-NAO-UTIL=1 SO A DATA INEXISTENTE E      *   00923370
      * RECUSADA. FALHA DO CALENDARIO (ARQUIVO FERIADOS COM ERRO OU *   00923380
      * SEM O ANO DA DATA) ABORTA A CONSOLIDACAO.                   *   00923390
      *--------------------------------------------------------------   00923400
       1225-TESTAR-DIA-UTIL                      SECTION.               00923410
      *--------------------------------------------------------------   00923420
            MOVE 'U'              TO WRK-CAL-FUNCAO.                    00923430
            MOVE SPACES           TO WRK-CAL-AGENCIA.                   00923440
            MOVE REG-CTL-DATA-ARQ TO WRK-CAL-DATA.                      00923450
            CALL WRK-CALENDARIO USING WRK-DADOS-CAL.                    00923460
            EVALUATE TRUE                                               00923470
             WHEN WRK-CAL-RETORNO EQUAL 08                              00923480
               MOVE 'I' TO WRK-SW-DATA-ARQ                              00923490
             WHEN NOT WRK-CAL-OK                                        00923500
               MOVE 'FR16MV01'            TO WRK-PROGRAMA               00923510
               MOVE '1225'                TO WRK-SECAO                  00923520
               MOVE 'ERRO NO CALENDARIO DE DIAS UTEIS' TO WRK-MENSAGEM  00923530
               MOVE WRK-CAL-RETORNO       TO WRK-STATUS                 00923540
               PERFORM 6000-TRATA-ERROS                                 00923550
             WHEN WRK-CAL-NAO-UTIL AND NOT WRK-NAO-UTIL-ACEITO          00923560
               MOVE 'N' TO WRK-SW-DATA-ARQ                              00923570
            END-EVALUATE.                                               00923580
      *--------------------------------------------------------------   00923590
       1225-99-FIM.                              EXIT.                  00923600
      *--------------------------------------------------------------   00923610
      *--------------------------------------------------------------   00014660
       1230-TESTAR-DUPLICATA                     SECTION.               00014670
      *--------------------------------------------------------------   00014680
             WHEN REG-CTL-TRAILER                                       00015730
               MOVE 'N' TO WRK-SW-EM-BLOCO                              00015740
             WHEN WRK-EM-BLOCO-NAO                                      00015750
               PERFORM 1310-GRAVAR-DETALHE                              00021100
             WHEN OTHER                                                 00015770
               SET BLC-IDX TO WRK-BLC-ATUAL                             00015780
               IF WRK-BLOCO-ACEITO (BLC-IDX)                            00015790
                 PERFORM 1310-GRAVAR-DETALHE                            00021110
               END-IF                                                   00015810
            END-EVALUATE.                                               00015820
            READ MOVENTRA                                               00015830
      *--------------------------------------------------------------   00015860
       1300-99-FIM.                              EXIT.                  00015870
      *--------------------------------------------------------------   00015880
      *--------------------------------------------------------------   00021120
       1310-GRAVAR-DETALHE                       SECTION.               00021130
      *--------------------------------------------------------------   00021140
            IF FD-MOVENTRA-TIPOMOV EQUAL 'T'                            00021150
              PERFORM 1320-GUARDAR-TRANSFERENCIA                        00021160
            ELSE                                                        00021170
              MOVE FD-MOVENTRA TO FD-MOVVAL-DADOS                       00021180
              MOVE '1'         TO FD-MOVVAL-ORDEM                       00021190
              MOVE SPACES      TO FD-MOVVAL-MOTIVO                      00021200
              WRITE FD-MOVVAL                                           00021210
            END-IF.                                                     00021220
      *--------------------------------------------------------------   00021230
       1310-99-FIM.                              EXIT.                  00021240
      *--------------------------------------------------------------   00021250
      ***************************************************************   00021260
      *   G U A R D A R   T R A N S F E R E N C I A   E M   L O T E *   00021270
      ***************************************************************   00021280
      * A TRANSFERENCIA NAO VAI DIRETO PARA O MOVVAL: FICA NA       *   00021290
      * TABELA ATE O MOVENTRA TERMINAR, PORQUE A DECISAO DEPENDE    *   00021300
      * DE TODOS OS DEBITOS DA NOITE NA CONTA DE ORIGEM. A QUE JA   *   00021310
      * CHEGA COM CAMPO INVALIDO VAI RECUSADA, COM O MOTIVO, PARA O *   00021320
      * MOVREJ.                                                     *   00021330
      *--------------------------------------------------------------   00021340
       1320-GUARDAR-TRANSFERENCIA                SECTION.               00021350
      *--------------------------------------------------------------   00021360
            EVALUATE TRUE                                               00021370
             WHEN FD-MOVENTRA-VALORMOV NOT NUMERIC                      00021380
               MOVE 'TRANSF SEM VALOR'     TO WRK-TRF-MOTIVO            00021390
             WHEN FD-MOVENTRA-VALORMOV EQUAL ZEROS                      00021400
               MOVE 'TRANSF SEM VALOR'     TO WRK-TRF-MOTIVO            00021410
             WHEN FD-MOVENTRA-DESTINO EQUAL SPACES                      00021420
               MOVE 'TRANSF SEM DESTINO'   TO WRK-TRF-MOTIVO            00021430
             WHEN FD-MOVENTRA-DESTINO EQUAL FD-MOVENTRA-CHAVE           00021440
               MOVE 'TRANSF MESMA CONTA'   TO WRK-TRF-MOTIVO            00021450
             WHEN OTHER                                                 00021460
               MOVE SPACES                 TO WRK-TRF-MOTIVO            00021470
            END-EVALUATE.                                               00021480
            IF WRK-TRF-MOTIVO EQUAL SPACES                              00021490
              PERFORM 1325-TABELAR-TRANSFERENCIA                        00021500
            ELSE                                                        00021510
              MOVE FD-MOVENTRA    TO FD-MOVVAL-DADOS                    00021520
              MOVE '1'            TO FD-MOVVAL-ORDEM                    00021530
              MOVE WRK-TRF-MOTIVO TO FD-MOVVAL-MOTIVO                   00021540
              WRITE FD-MOVVAL                                           00021550
              ADD 1 TO WRK-TRF-RECUSADAS                                00021560
            END-IF.                                                     00021570
      *--------------------------------------------------------------   00021580
       1320-99-FIM.                              EXIT.                  00021590
      *--------------------------------------------------------------   00021600
      *--------------------------------------------------------------   00021610
       1325-TABELAR-TRANSFERENCIA                SECTION.               00021620
      *--------------------------------------------------------------   00021630
            IF WRK-TRF-QTDE EQUAL WRK-TRF-MAX                           00021640
              MOVE 'FR16MV01'            TO WRK-PROGRAMA                00021650
              MOVE '1325'                TO WRK-SECAO                   00021660
              MOVE 'TABELA DE TRANSFERENCIAS EXCEDE O LIMITE'           00021670
                                         TO WRK-MENSAGEM                00021680
              MOVE WRK-FS-MOVENTRA       TO WRK-STATUS                  00021690
              PERFORM 6000-TRATA-ERROS                                  00021700
            END-IF.                                                     00021710
            ADD 1 TO WRK-TRF-QTDE.                                      00021720
            SET TRF-IDX TO WRK-TRF-QTDE.                                00021730
            MOVE FD-MOVENTRA-CHAVE     TO WRK-TTR-ORIGEM (TRF-IDX).     00021740
            MOVE FD-MOVENTRA-DESTINO   TO WRK-TTR-DESTINO (TRF-IDX).    00021750
            MOVE FD-MOVENTRA-TRF-TEXTO TO WRK-TTR-TEXTO (TRF-IDX).      00021760
            MOVE FD-MOVENTRA-VALORMOV  TO WRK-TTR-VALOR (TRF-IDX).      00021770
            MOVE SPACES                TO WRK-TTR-REFERENCIA (TRF-IDX)  00021780
                                          WRK-TTR-MOTIVO (TRF-IDX).     00021790
            MOVE FD-MOVENTRA-CHAVE     TO WRK-CHAVE-BUSCA.              00021800
            PERFORM 1330-REGISTRAR-CONTA.                               00021810
            MOVE WRK-IND-CTA           TO WRK-TTR-IND-ORI (TRF-IDX).    00021820
            MOVE FD-MOVENTRA-DESTINO   TO WRK-CHAVE-BUSCA.              00021830
            PERFORM 1330-REGISTRAR-CONTA.                               00021840
            MOVE WRK-IND-CTA           TO WRK-TTR-IND-DES (TRF-IDX).    00021850
      *--------------------------------------------------------------   00021860
       1325-99-FIM.                              EXIT.                  00021870
      *--------------------------------------------------------------   00021880
      *--------------------------------------------------------------   00021890
       1330-REGISTRAR-CONTA                      SECTION.               00021900
      *--------------------------------------------------------------   00021910
            PERFORM 1340-LOCALIZAR-CONTA.                               00021920
            IF WRK-CONTA-NAO-ACHADA                                     00021930
              IF WRK-CTA-QTDE EQUAL WRK-CTA-MAX                         00021940
                MOVE 'FR16MV01'          TO WRK-PROGRAMA                00021950
                MOVE '1330'              TO WRK-SECAO                   00021960
                MOVE 'TABELA DE CONTAS EXCEDE O LIMITE' TO WRK-MENSAGEM 00021970
                MOVE WRK-FS-MOVENTRA     TO WRK-STATUS                  00021980
                PERFORM 6000-TRATA-ERROS                                00021990
              END-IF                                                    00022000
              ADD 1 TO WRK-CTA-QTDE                                     00022010
              MOVE WRK-CTA-QTDE TO WRK-IND-CTA                          00022020
              SET CTA-IDX TO WRK-IND-CTA                                00022030
              MOVE WRK-CHAVE-BUSCA TO WRK-TCT-CHAVE (CTA-IDX)           00022040
              MOVE 'N'             TO WRK-TCT-ACHOU (CTA-IDX)           00022050
              MOVE SPACES          TO WRK-TCT-SITUACAO (CTA-IDX)        00022060
              MOVE ZEROS           TO WRK-TCT-DISPONIVEL (CTA-IDX)      00022070
                                      WRK-TCT-OUTROS-DEB (CTA-IDX)      00022080
                                      WRK-TCT-RESERVADO (CTA-IDX)       00022089
                                      WRK-TCT-BLOQUEADO (CTA-IDX)       00022090
            END-IF.                                                     00022100
      *--------------------------------------------------------------   00022110
       1330-99-FIM.                              EXIT.                  00022120
      *--------------------------------------------------------------   00022130
      *--------------------------------------------------------------   00022140
       1340-LOCALIZAR-CONTA                      SECTION.               00022150
      *--------------------------------------------------------------   00022160
            MOVE 'N' TO WRK-SW-ACHOU.                                   00022170
            MOVE 1 TO WRK-IND-CTA.                                      00022180
            PERFORM 1345-TESTAR-CONTA                                   00022190
               UNTIL WRK-CONTA-ACHADA                                   00022200
                  OR WRK-IND-CTA GREATER WRK-CTA-QTDE.                  00022210
      *--------------------------------------------------------------   00022220
       1340-99-FIM.                              EXIT.                  00022230
      *--------------------------------------------------------------   00022240
      *--------------------------------------------------------------   00022250
       1345-TESTAR-CONTA                         SECTION.               00022260
      *--------------------------------------------------------------   00022270
            SET CTA-IDX TO WRK-IND-CTA.                                 00022280
            IF WRK-TCT-CHAVE (CTA-IDX) EQUAL WRK-CHAVE-BUSCA            00022290
              MOVE 'S' TO WRK-SW-ACHOU                                  00022300
            ELSE                                                        00022310
              ADD 1 TO WRK-IND-CTA                                      00022320
            END-IF.                                                     00022330
      *--------------------------------------------------------------   00022340
       1345-99-FIM.                              EXIT.                  00022350
      *--------------------------------------------------------------   00022360
      ***************************************************************   00022370
      *   C O N F E R I R   T R A N S F E R E N C I A S             *   00022380
      ***************************************************************   00022390
      * COM O MOVVAL FECHADO: SOMA OS DEBITOS COMUNS DA NOITE DAS   *   00022400
      * CONTAS ENVOLVIDAS, TIRA SALDO + LIMITE E SITUACAO DO MESTRE *   00022410
      * QUE O FR16EX04 VAI ATUALIZAR, DECIDE CADA TRANSFERENCIA NA  *   00022420
      * ORDEM DO ARQUIVO (A ACEITA RESERVA O VALOR NA ORIGEM) E SO  *   00022430
      * ENTAO ACRESCENTA AO MOVVAL OS PARES D/C DAS ACEITAS E A     *   00022440
      * TRANSFERENCIA INTEIRA DAS RECUSADAS. CREDITOS DA NOITE NAO  *   00022450
      * CONTAM A FAVOR DA ORIGEM: O PAR SO E GRAVADO QUANDO O       *   00022460
      * DEBITO PASSA DE QUALQUER JEITO NO BALANCE LINE.             *   00022470
      * O VALOR RETIDO POR BLOQUEIO JUDICIAL DA ORIGEM E A SITUACAO *   00950230
      * DAS CONTAS CONTRA A TABELA HISTCOD TAMBEM CONTAM, COMO NO   *   00950240
      * FR16EX04.                                                   *   00950250
      * O DEBITO JUDICIAL DA NOITE (HISTORICO 014, DO JUDMOV) NAO   *   00960020
      * ENTRA NOS OUTROS DEBITOS: O VALOR JA ESTA NO BLOQUEADO DA   *   00960030
      * CONTA, E O FR16EX04 O LIBERA ANTES DAS TRANSFERENCIAS.      *   00960035
      *--------------------------------------------------------------   00022480
       1500-CONFERIR-TRANSFERENCIAS              SECTION.               00022490
      *--------------------------------------------------------------   00022500
            OPEN INPUT MOVVAL.                                          00022510
            READ MOVVAL                                                 00022520
              AT END MOVE 10 TO WRK-FS-MOVVAL                           00022530
            END-READ.                                                   00022540
            PERFORM 1510-SOMAR-DEBITOS                                  00022550
               UNTIL WRK-FS-MOVVAL EQUAL 10.                            00022560
            CLOSE MOVVAL.                                               00022570
            OPEN INPUT CLIENTES BLQVSAM.                                00022580
            IF WRK-FS-CLIENTES NOT EQUAL 0                              00022590
              MOVE 'FR16MV01'              TO WRK-PROGRAMA              00022600
              MOVE '1500'                  TO WRK-SECAO                 00022610
              MOVE 'ERRO NO OPEN CLIENTES' TO WRK-MENSAGEM              00022620
              MOVE WRK-FS-CLIENTES         TO WRK-STATUS                00022630
              PERFORM 6000-TRATA-ERROS                                  00022640
            END-IF.                                                     00022650
            IF WRK-FS-BLQVSAM NOT EQUAL 0                               00950270
              MOVE 'FR16MV01'              TO WRK-PROGRAMA              00950280
              MOVE '1500'                  TO WRK-SECAO                 00950290
              MOVE 'ERRO NO OPEN BLQVSAM'  TO WRK-MENSAGEM              00950300
              MOVE WRK-FS-BLQVSAM          TO WRK-STATUS                00950310
              PERFORM 6000-TRATA-ERROS                                  00950320
            END-IF.                                                     00950330
            READ CLIENTES                                               00022660
              AT END MOVE 10 TO WRK-FS-CLIENTES                         00022670
            END-READ.                                                   00022680
            PERFORM 1520-LER-SALDO                                      00022690
               UNTIL WRK-FS-CLIENTES EQUAL 10.                          00022700
            CLOSE CLIENTES BLQVSAM.                                     00022710
            MOVE WRK-HDR-DATA-HOJE TO WRK-REF-DATA.                     00022720
            MOVE 1 TO WRK-IND.                                          00022730
            PERFORM 1530-DECIDIR-TRANSFERENCIA                          00022740
               UNTIL WRK-IND GREATER WRK-TRF-QTDE.                      00022750
            OPEN EXTEND MOVVAL.                                         00022760
            MOVE 1 TO WRK-IND.                                          00022770
            PERFORM 1540-GRAVAR-TRANSFERENCIA                           00022780
               UNTIL WRK-IND GREATER WRK-TRF-QTDE.                      00022790
            CLOSE MOVVAL.                                               00022800
      *--------------------------------------------------------------   00022810
       1500-99-FIM.                              EXIT.                  00022820
      *--------------------------------------------------------------   00022830
      *--------------------------------------------------------------   00022840
       1510-SOMAR-DEBITOS                        SECTION.               00022850
      *--------------------------------------------------------------   00022860
            IF FD-MOVVAL-TIPOMOV EQUAL 'D' AND                          00022870
               FD-MOVVAL-VALORMOV NUMERIC AND                           00022880
               FD-MOVVAL-HISTORICO NOT EQUAL WRK-HIS-TRF-JUDICIAL       00960040
              MOVE FD-MOVVAL-CHAVE TO WRK-CHAVE-BUSCA                   00022890
              PERFORM 1340-LOCALIZAR-CONTA                              00022900
              IF WRK-CONTA-ACHADA                                       00022910
                ADD FD-MOVVAL-VALORMOV TO WRK-TCT-OUTROS-DEB (CTA-IDX)  00022920
              END-IF                                                    00022930
            END-IF.                                                     00022940
            READ MOVVAL                                                 00022950
              AT END MOVE 10 TO WRK-FS-MOVVAL                           00022960
            END-READ.                                                   00022970
      *--------------------------------------------------------------   00022980
       1510-99-FIM.                              EXIT.                  00022990
      *--------------------------------------------------------------   00023000
      *--------------------------------------------------------------   00023010
       1520-LER-SALDO                            SECTION.               00023020
      *--------------------------------------------------------------   00023030
            MOVE FD-CLIENTES-CHAVE TO WRK-CHAVE-BUSCA.                  00023040
            PERFORM 1340-LOCALIZAR-CONTA.                               00023050
            IF WRK-CONTA-ACHADA                                         00023060
              MOVE 'S'                  TO WRK-TCT-ACHOU (CTA-IDX)      00023070
              MOVE FD-CLIENTES-SITUACAO TO WRK-TCT-SITUACAO (CTA-IDX)   00023080
              COMPUTE WRK-TCT-DISPONIVEL (CTA-IDX) =                    00023090
                      FD-CLIENTES-SALDO + FD-CLIENTES-LIMITE            00023100
              PERFORM 1525-APURAR-BLOQUEADO                             00950350
            END-IF.                                                     00023110
            READ CLIENTES                                               00023120
              AT END MOVE 10 TO WRK-FS-CLIENTES                         00023130
            END-READ.                                                   00023140
      *--------------------------------------------------------------   00023150
       1520-99-FIM.                              EXIT.                  00023160
      *--------------------------------------------------------------   00023170
      *--------------------------------------------------------------   00950360
      * SOMA O VALOR BLOQUEADO DAS ORDENS JUDICIAIS QUE RETEM       *   00950370
      * (SITUACAO A OU T) DA CONTA, LENDO O BLQVSAM A PARTIR DA     *   00950380
      * MENOR CHAVE DA CONTA (MESMA APURACAO DO FR16EX04).          *   00950390
      *--------------------------------------------------------------   00950400
       1525-APURAR-BLOQUEADO                     SECTION.               00950410
      *--------------------------------------------------------------   00950420
            MOVE ZEROS               TO WRK-TCT-BLOQUEADO (CTA-IDX).    00950430
            MOVE FD-CLIENTES-AGENCIA TO REG-BLQ-AGENCIA.                00950440
            MOVE FD-CLIENTES-CONTA   TO REG-BLQ-CONTA.                  00950450
            MOVE LOW-VALUES          TO REG-BLQ-NUMERO.                 00950460
            MOVE 'N'                 TO WRK-SW-FIM-BLQ.                 00950470
            START BLQVSAM KEY IS NOT LESS REG-BLQ-CHAVE                 00950480
              INVALID KEY MOVE 'S' TO WRK-SW-FIM-BLQ                    00950490
            END-START.                                                  00950500
            PERFORM 1526-SOMAR-BLOQUEIO                                 00950510
               UNTIL WRK-FIM-BLQ.                                       00950520
      *--------------------------------------------------------------   00950530
       1525-99-FIM.                              EXIT.                  00950540
      *--------------------------------------------------------------   00950550
      *--------------------------------------------------------------   00950560
       1526-SOMAR-BLOQUEIO                       SECTION.               00950570
      *--------------------------------------------------------------   00950580
            READ BLQVSAM NEXT RECORD                                    00950590
              AT END MOVE 'S' TO WRK-SW-FIM-BLQ                         00950600
            END-READ.                                                   00950610
            IF WRK-FS-BLQVSAM NOT EQUAL 0 AND                           00950620
               WRK-FS-BLQVSAM NOT EQUAL 10                              00950630
              MOVE 'FR16MV01'              TO WRK-PROGRAMA              00950640
              MOVE '1526'                  TO WRK-SECAO                 00950650
              MOVE 'ERRO NA LEITURA DO BLQVSAM' TO WRK-MENSAGEM         00950660
              MOVE WRK-FS-BLQVSAM          TO WRK-STATUS                00950670
              PERFORM 6000-TRATA-ERROS                                  00950680
            END-IF.                                                     00950690
            IF WRK-TEM-BLQ                                              00950700
              IF REG-BLQ-AGENCIA NOT EQUAL FD-CLIENTES-AGENCIA OR       00950710
                 REG-BLQ-CONTA   NOT EQUAL FD-CLIENTES-CONTA            00950720
                MOVE 'S' TO WRK-SW-FIM-BLQ                              00950730
              ELSE                                                      00950740
                IF REG-BLQ-RETEM                                        00950750
                  ADD REG-BLQ-VALOR-BLOQUEADO                           00950760
                    TO WRK-TCT-BLOQUEADO (CTA-IDX)                      00950770
                END-IF                                                  00950780
              END-IF                                                    00950790
            END-IF.                                                     00950800
      *--------------------------------------------------------------   00950810
       1526-99-FIM.                              EXIT.                  00950820
      *--------------------------------------------------------------   00950830
      *--------------------------------------------------------------   00023180
       1530-DECIDIR-TRANSFERENCIA                SECTION.               00023190
      *--------------------------------------------------------------   00023200
            SET TRF-IDX TO WRK-IND.                                     00023210
            MOVE WRK-TTR-IND-ORI (TRF-IDX) TO WRK-IND-ORI.              00023220
            MOVE WRK-TTR-IND-DES (TRF-IDX) TO WRK-IND-DES.              00023230
            COMPUTE WRK-TRF-SOBRA =                                     00023240
                    WRK-TCT-DISPONIVEL (WRK-IND-ORI)                    00023250
                  - WRK-TCT-OUTROS-DEB (WRK-IND-ORI)                    00023260
                  - WRK-TCT-RESERVADO (WRK-IND-ORI)                     00023270
                  - WRK-TCT-BLOQUEADO (WRK-IND-ORI)                     00950840
                  - WRK-TTR-VALOR (TRF-IDX).                            00023280
            EVALUATE TRUE                                               00023290
             WHEN WRK-TCT-ACHOU (WRK-IND-ORI) NOT EQUAL 'S'             00023300
               MOVE 'ORIGEM INEXISTENTE' TO WRK-TTR-MOTIVO (TRF-IDX)    00023310
             WHEN WRK-TCT-ACHOU (WRK-IND-DES) NOT EQUAL 'S'             00023320
               MOVE 'DESTINO INEXISTENTE' TO WRK-TTR-MOTIVO (TRF-IDX)   00023330
             WHEN WRK-TCT-SITUACAO (WRK-IND-ORI) EQUAL 'B' AND          00950850
                  WRK-THI-PERMITE-BLOQ (WRK-HIS-TRF-ENV) NOT EQUAL 'S'  00950860
               MOVE 'ORIGEM BLOQUEADA'   TO WRK-TTR-MOTIVO (TRF-IDX)    00950870
             WHEN WRK-TCT-SITUACAO (WRK-IND-ORI) EQUAL 'D' AND          00950880
                  WRK-THI-PERMITE-DORM (WRK-HIS-TRF-ENV) NOT EQUAL 'S'  00950890
               MOVE 'ORIGEM DORMENTE'    TO WRK-TTR-MOTIVO (TRF-IDX)    00950900
             WHEN WRK-TCT-SITUACAO (WRK-IND-DES) EQUAL 'B' AND          00950910
                  WRK-THI-PERMITE-BLOQ (WRK-HIS-TRF-REC) NOT EQUAL 'S'  00950920
               MOVE 'DESTINO BLOQUEADO'  TO WRK-TTR-MOTIVO (TRF-IDX)    00950930
             WHEN WRK-TCT-SITUACAO (WRK-IND-DES) EQUAL 'D' AND          00950940
                  WRK-THI-PERMITE-DORM (WRK-HIS-TRF-REC) NOT EQUAL 'S'  00950950
               MOVE 'DESTINO DORMENTE'   TO WRK-TTR-MOTIVO (TRF-IDX)    00950960
             WHEN WRK-TRF-SOBRA LESS ZEROS                              00023380
               MOVE 'SALDO INSUFICIENTE' TO WRK-TTR-MOTIVO (TRF-IDX)    00023390
             WHEN OTHER                                                 00023400
               ADD WRK-TTR-VALOR (TRF-IDX)                              00023410
                 TO WRK-TCT-RESERVADO (WRK-IND-ORI)                     00023420
               ADD 1 TO WRK-TRF-SEQ                                     00023430
               MOVE WRK-TRF-SEQ        TO WRK-REF-SEQ                   00023440
               MOVE WRK-TRF-REFERENCIA TO WRK-TTR-REFERENCIA (TRF-IDX)  00023450
            END-EVALUATE.                                               00023460
            ADD 1 TO WRK-IND.                                           00023470
      *--------------------------------------------------------------   00023480
       1530-99-FIM.                              EXIT.                  00023490
      *--------------------------------------------------------------   00023500
      *--------------------------------------------------------------   00023510
       1540-GRAVAR-TRANSFERENCIA                 SECTION.               00023520
      *--------------------------------------------------------------   00023530
            SET TRF-IDX TO WRK-IND.                                     00023540
            IF WRK-TTR-MOTIVO (TRF-IDX) EQUAL SPACES                    00023550
              MOVE WRK-TTR-REFERENCIA (TRF-IDX) TO WRK-PERNA-REF        00023560
              MOVE 'TRANSF ENV '             TO WRK-PERNA-TEXTO         00023570
              MOVE WRK-TTR-ORIGEM (TRF-IDX)  TO FD-MOVVAL-CHAVE         00023580
              MOVE WRK-TEXTO-PERNA           TO FD-MOVVAL-MOVIMENTO     00023590
              MOVE WRK-TTR-VALOR (TRF-IDX)   TO FD-MOVVAL-VALORMOV      00023600
              MOVE 'D'                       TO FD-MOVVAL-TIPOMOV       00023610
              MOVE WRK-HIS-TRF-ENV           TO FD-MOVVAL-HISTORICO     00800980
              MOVE '9'                       TO FD-MOVVAL-ORDEM         00023620
              MOVE SPACES                    TO FD-MOVVAL-MOTIVO        00023630
              WRITE FD-MOVVAL                                           00023640
              MOVE 'TRANSF REC '             TO WRK-PERNA-TEXTO         00023650
              MOVE WRK-TTR-DESTINO (TRF-IDX) TO FD-MOVVAL-CHAVE         00023660
              MOVE WRK-TEXTO-PERNA           TO FD-MOVVAL-MOVIMENTO     00023670
              MOVE 'C'                       TO FD-MOVVAL-TIPOMOV       00023680
              MOVE WRK-HIS-TRF-REC           TO FD-MOVVAL-HISTORICO     00800990
              WRITE FD-MOVVAL                                           00023690
              ADD 1 TO WRK-TRF-ACEITAS                                  00023700
            ELSE                                                        00023710
              MOVE WRK-TTR-DESTINO (TRF-IDX) TO WRK-MVT-DESTINO         00023720
              MOVE WRK-TTR-TEXTO (TRF-IDX)   TO WRK-MVT-TEXTO           00023730
              MOVE WRK-TTR-ORIGEM (TRF-IDX)  TO FD-MOVVAL-CHAVE         00023740
              MOVE WRK-MOVIMENTO-TRF         TO FD-MOVVAL-MOVIMENTO     00023750
              MOVE WRK-TTR-VALOR (TRF-IDX)   TO FD-MOVVAL-VALORMOV      00023760
              MOVE 'T'                       TO FD-MOVVAL-TIPOMOV       00023770
              MOVE ZEROS                     TO FD-MOVVAL-HISTORICO     00801000
              MOVE '1'                       TO FD-MOVVAL-ORDEM         00023780
              MOVE WRK-TTR-MOTIVO (TRF-IDX)  TO FD-MOVVAL-MOTIVO        00023790
              WRITE FD-MOVVAL                                           00023800
              ADD 1 TO WRK-TRF-RECUSADAS                                00023810
            END-IF.                                                     00023820
            ADD 1 TO WRK-IND.                                           00023830
      *--------------------------------------------------------------   00023840
       1540-99-FIM.                              EXIT.                  00023850
      *--------------------------------------------------------------   00023860
      ***************************************************************   00015890
      *   G R A V A R   A   L I S T A   H D R N O V O               *   00015900
      ***************************************************************   00015910
      * NOITE SO ENTRAM QUANDO A NOITE NAO FICA RETIDA (NADA FOI    *   00015930
      * POSTADO EM NOITE RETIDA, ENTAO OS ARQUIVOS PODEM VOLTAR).   *   00015940
      * O DD HDRNOVO E UM DATASET PENDENTE DO JOB: SO VIRA A        *   00015950
      * GERACAO HDRCTL(+1) NO STEP058 DO BATFECHO, DEPOIS DE O      *   00015960
      * FR16EX04 POSTAR A NOITE - ABORTO EM QUALQUER PONTO (AQUI    *   00015970
      * OU NO BALANCO) DESCARTA O PENDENTE E PRESERVA A LISTA       *   00015980
      * ANTERIOR.                                                   *   00015990
              MOVE FD-MOVORD-MOVIMENTO TO FD-MOV0106-MOVIMENTO          00016750
              MOVE FD-MOVORD-VALORMOV  TO FD-MOV0106-VALORMOV           00016760
              MOVE FD-MOVORD-TIPOMOV   TO FD-MOV0106-TIPOMOV            00016770
              MOVE FD-MOVORD-HISTORICO TO FD-MOV0106-HISTORICO          00801010
              WRITE FD-MOV0106                                          00016780
              ADD 1 TO WRK-GRAVADOS                                     00016790
              MOVE FD-MOVORD-CHAVE     TO WRK-CHAVE-ANT                 00016800
      *--------------------------------------------------------------   00016930
            MOVE 'N' TO WRK-SW-REJEITO.                                 00016940
            EVALUATE TRUE                                               00016950
             WHEN FD-MOVORD-TIPOMOV EQUAL 'T'                           00023870
               PERFORM 2200-GRAVAR-REJEITO                              00023880
             WHEN FD-MOVORD-VALORMOV NOT NUMERIC                        00016960
               PERFORM 2200-GRAVAR-REJEITO                              00016970
             WHEN FD-MOVORD-VALORMOV EQUAL ZEROS                        00016980
             WHEN FD-MOVORD-TIPOMOV NOT EQUAL 'C' AND                   00017000
                  FD-MOVORD-TIPOMOV NOT EQUAL 'D'                       00017010
               PERFORM 2200-GRAVAR-REJEITO                              00017020
             WHEN FD-MOVORD-HISTORICO NOT NUMERIC                       00801020
               PERFORM 2200-GRAVAR-REJEITO                              00801030
             WHEN FD-MOVORD-HISTORICO EQUAL ZEROS                       00801040
               PERFORM 2200-GRAVAR-REJEITO                              00801050
             WHEN WRK-THI-DEFINIDO (FD-MOVORD-HISTORICO) NOT EQUAL 'S'  00801060
               PERFORM 2200-GRAVAR-REJEITO                              00801070
             WHEN WRK-THI-SENTIDO (FD-MOVORD-HISTORICO) NOT EQUAL       00801080
                  FD-MOVORD-TIPOMOV                                     00801090
               PERFORM 2200-GRAVAR-REJEITO                              00801100
             WHEN FD-MOVORD-CHAVE LESS WRK-CHAVE-ANT                    00017030
               PERFORM 2300-TRATA-FORA-DE-SEQUENCIA                     00017040
            END-EVALUATE.                                               00017050
            MOVE FD-MOVORD-MOVIMENTO TO FD-MOVREJ-MOVIMENTO             00017180
            MOVE FD-MOVORD-VALORMOV-X TO FD-MOVREJ-VALORMOV             00017190
            MOVE FD-MOVORD-TIPOMOV   TO FD-MOVREJ-TIPOMOV               00017200
            MOVE FD-MOVORD-HISTORICO-X TO FD-MOVREJ-HISTORICO           00801110
            EVALUATE TRUE                                               00017210
             WHEN FD-MOVORD-TIPOMOV EQUAL 'T'                           00023890
               MOVE FD-MOVORD-MOTIVO        TO FD-MOVREJ-MOTIVO         00023900
             WHEN FD-MOVORD-VALORMOV NOT NUMERIC                        00017220
               MOVE 'VALORMOV NAO NUMERICO' TO FD-MOVREJ-MOTIVO         00017230
             WHEN FD-MOVORD-VALORMOV EQUAL ZEROS                        00017240
               MOVE 'VALORMOV ZERADO'       TO FD-MOVREJ-MOTIVO         00017250
             WHEN FD-MOVORD-TIPOMOV NOT EQUAL 'C' AND                   00801120
                  FD-MOVORD-TIPOMOV NOT EQUAL 'D'                       00801130
               MOVE 'TIPOMOV INVALIDO'      TO FD-MOVREJ-MOTIVO         00801140
             WHEN FD-MOVORD-HISTORICO NOT NUMERIC                       00801150
               MOVE 'HISTORICO INVALIDO'    TO FD-MOVREJ-MOTIVO         00801160
             WHEN FD-MOVORD-HISTORICO EQUAL ZEROS                       00801170
               MOVE 'HISTORICO INVALIDO'    TO FD-MOVREJ-MOTIVO         00801180
             WHEN WRK-THI-DEFINIDO (FD-MOVORD-HISTORICO) NOT EQUAL 'S'  00801190
               MOVE 'HISTORICO INEXISTENTE' TO FD-MOVREJ-MOTIVO         00801200
             WHEN OTHER                                                 00801210
               MOVE 'HISTORICO X TIPOMOV'   TO FD-MOVREJ-MOTIVO         00801220
            END-EVALUATE.                                               00017280
            WRITE FD-MOVREJ.                                            00017290
            ADD 1 TO WRK-REJEITADOS.                                    00017300
            DISPLAY 'TOTAL DE MOVIMENTOS LIDOS     : ' WRK-REGLIDOS.    00017670
            DISPLAY 'TOTAL GRAVADO NO MOV0106      : ' WRK-GRAVADOS.    00017680
            DISPLAY 'TOTAL DE MOVIMENTOS REJEITADOS: ' WRK-REJEITADOS.  00017690
            DISPLAY 'TRANSFERENCIAS EM LOTE ACEITAS: ' WRK-TRF-ACEITAS. 00023910
            DISPLAY 'TRANSFERENCIAS RECUSADAS      : '                  00023920
                    WRK-TRF-RECUSADAS.                                  00023930
            IF WRK-REJEITADOS NOT EQUAL ZEROS OR                        00017700
               WRK-BLOCOS-REJ NOT EQUAL ZEROS                           00017710
              MOVE 4 TO RETURN-CODE                                     00017720
