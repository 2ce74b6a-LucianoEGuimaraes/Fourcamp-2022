      *====================================================             00000010
       IDENTIFICATION                            DIVISION.              00000020
      *====================================================             00000030
       PROGRAM-ID. F16CIRL.                                             00000040
                                                                        00000050
      *====================================================*            00000060
      *   AUTOR....:LUCIANO GUIMARAES                      *            00000070
      *   ANALISTA.:IVAN SANCHES                           *            00000080
      *   DATA ....:15/10/2026                             *            00000090
      *----------------------------------------------------*            00000100
      *   OBJETIVO:RELATORIO DIARIO DAS ALTERACOES DE      *            00000110
      *            SALARIO SUJEITAS A APROVACAO (PENDSAL): *            00000120
      *            1 - PENDENCIAS EM ABERTO, DA MAIS       *            00000130
      *                ANTIGA PARA A MAIS NOVA, COM A      *            00000140
      *                IDADE EM DIAS E QUEM DIGITOU;       *            00000150
      *            2 - DECISOES TOMADAS NO DIA (APROVADAS  *            00000160
      *                E REJEITADAS), COM QUEM DIGITOU E   *            00000170
      *                QUEM DECIDIU;                       *            00000180
      *            3 - RESUMO COM AS PENDENCIAS POR FAIXA  *            00000190
      *                DE IDADE E AS DECISOES DO DIA.      *            00000200
      *----------------------------------------------------*            00000210
      *   PARAMETROS (PARM):                               *            00000220
      *   COL 01-08 DATA DE REFERENCIA AAAAMMDD            *            00000230
      *             (BRANCO = HOJE)                        *            00000240
      *----------------------------------------------------*            00000250
      *   BASE DE DADOS:                                   *            00000260
      *   TABELA.VSAM                                      *            00000270
      *    ------              I/O        INCLUDE/BOOK     *            00000280
      *   PENDSAL    SALARIOS PENDENTES      I  F16CIDB    *            00000290
      *   FUNC       CADASTRO FUNCIONARIOS   I  F16CID1    *            00000300
      *====================================================*            00000310
      *====================================================             00000320
       ENVIRONMENT                               DIVISION.              00000330
      *====================================================             00000340
       CONFIGURATION                              SECTION.              00000350
                                                                        00000360
       SPECIAL-NAMES.                                                   00000370
           DECIMAL-POINT IS COMMA.                                      00000380
                                                                        00000390
       INPUT-OUTPUT                               SECTION.              00000400
       FILE-CONTROL.                                                    00000410
           SELECT PEND-FILE ASSIGN TO PENDSAL                           00000420
               ORGANIZATION IS INDEXED                                  00000430
               ACCESS MODE IS SEQUENTIAL                                00000440
               RECORD KEY IS PND-CHAVE-REG                              00000450
               FILE STATUS IS WRK-PEND-STATUS.                          00000460
                                                                        00000470
           SELECT FUNC-FILE ASSIGN TO FUNC                              00000480
               ORGANIZATION IS INDEXED                                  00000490
               ACCESS MODE IS RANDOM                                    00000500
               RECORD KEY IS WRK-CHAVE                                  00000510
               FILE STATUS IS WRK-FUNC-STATUS.                          00000520
                                                                        00000530
           SELECT PARM-FILE ASSIGN TO PARM                              00000540
               ORGANIZATION IS SEQUENTIAL.                              00000550
                                                                        00000560
           SELECT SORT-FILE ASSIGN TO SORTWK1.                          00000570
                                                                        00000580
           SELECT RELATORIO ASSIGN TO RELAT                             00000590
               ORGANIZATION IS SEQUENTIAL.                              00000600
                                                                        00000610
           SELECT RUNLOG ASSIGN TO RUNLOG                               00000620
               ORGANIZATION IS SEQUENTIAL                               00000630
               FILE STATUS IS WRK-RLOG-STATUS.                          00000640
                                                                        00000650
      *====================================================             00000660
       DATA                                      DIVISION.              00000670
      *====================================================             00000680
       FILE                                      SECTION.               00000690
      *----------------------------------------------------             00000700
       FD  PEND-FILE                                                    00000710
           RECORDING MODE IS F.                                         00000720
                                                                        00000730
           COPY F16CIDB.                                                00000740
                                                                        00000750
       FD  FUNC-FILE                                                    00000760
           RECORDING MODE IS F.                                         00000770
                                                                        00000780
           COPY F16CID1.                                                00000790
                                                                        00000800
       FD  PARM-FILE                                                    00000810
           RECORDING MODE IS F.                                         00000820
       01 PARM-CARD.                                                    00000830
          05 PARM-DATA         PIC X(08).                               00000840
          05 FILLER            PIC X(72).                               00000850
                                                                        00000860
      *        SRT-GRUPO 1 = PENDENCIA, 2 = DECISAO DO DIA. NAS         00000870
      *        PENDENCIAS SRT-ORDEM E O COMPLEMENTO DA IDADE, PARA      00000880
      *        A MAIS ANTIGA SAIR PRIMEIRO; NAS DECISOES E ZERO E       00000890
      *        VALE A HORA DA DECISAO.                                  00000900
       SD  SORT-FILE.                                                   00000910
       01 SRT-REC.                                                      00000920
          05 SRT-GRUPO         PIC X(01).                               00000930
          05 SRT-ORDEM         PIC 9(05).                               00000940
          05 SRT-HORA-DEC      PIC X(08).                               00000950
          05 SRT-CHAVE         PIC X(05).                               00000960
          05 SRT-NOME          PIC X(30).                               00000970
          05 SRT-SALARIO-ANT   PIC X(10).                               00000980
          05 SRT-SALARIO-NOVO  PIC X(10).                               00000990
          05 SRT-TIPO          PIC X(01).                               00001000
          05 SRT-PERCENTUAL    PIC 9(05)V9(02).                         00001010
          05 SRT-DATA          PIC X(08).                               00001020
          05 SRT-MAKER         PIC X(08).                               00001030
          05 SRT-SITUACAO      PIC X(01).                               00001040
          05 SRT-CHECKER       PIC X(08).                               00001050
          05 SRT-IDADE         PIC 9(05).                               00001060
                                                                        00001070
       FD  RELATORIO                                                    00001080
           RECORDING MODE IS F.                                         00001090
       01 REL-LINHA            PIC X(132).                              00001100
                                                                        00001110
       FD  RUNLOG                                                       00001120
           RECORDING MODE IS F.                                         00001130
                                                                        00001140
           COPY F16CID9.                                                00001150
                                                                        00001160
      *----------------------------------------------------             00001170
       WORKING-STORAGE                           SECTION.               00001180
      *----------------------------------------------------             00001190
       77 WRK-PEND-STATUS      PIC X(02) VALUE '00'.                    00001200
       77 WRK-FUNC-STATUS      PIC X(02) VALUE '00'.                    00001210
                                                                        00001220
       77 WRK-EOF-PEND         PIC X(01) VALUE 'N'.                     00001230
          88 FIM-PEND                    VALUE 'S'.                     00001240
       77 WRK-EOF-PARM         PIC X(01) VALUE 'N'.                     00001250
          88 FIM-PARM                    VALUE 'S'.                     00001260
       77 WRK-EOF-SORT         PIC X(01) VALUE 'N'.                     00001270
          88 FIM-SORT                    VALUE 'S'.                     00001280
                                                                        00001290
       77 WRK-DATA-REFERENCIA  PIC X(08) VALUE SPACES.                  00001300
       77 WRK-REF-INT          PIC S9(08) COMP VALUE ZEROES.            00001310
       77 WRK-DIG-INT          PIC S9(08) COMP VALUE ZEROES.            00001320
       77 WRK-DATA-AUX         PIC 9(08) VALUE ZEROES.                  00001330
       77 WRK-IDADE            PIC 9(05) VALUE ZEROES.                  00001340
       77 WRK-PERC-SINAL       PIC S9(05)V9(02) VALUE ZEROES.           00001350
                                                                        00001360
       01 WRK-DATA-NUM.                                                 00001370
          05 WRK-DTN-ANO       PIC 9(04).                               00001380
          05 WRK-DTN-MES       PIC 9(02).                               00001390
          05 WRK-DTN-DIA       PIC 9(02).                               00001400
                                                                        00001410
       77 WRK-PRIMEIRO-GRUPO   PIC X(01) VALUE 'S'.                     00001420
       77 WRK-GRUPO-ANTERIOR   PIC X(01) VALUE SPACES.                  00001430
                                                                        00001440
       77 WRK-QTDE-LIDOS       PIC 9(08) VALUE ZEROES.                  00001450
       77 WRK-QTDE-PENDENTES   PIC 9(08) VALUE ZEROES.                  00001460
       77 WRK-QTDE-APROVADAS   PIC 9(08) VALUE ZEROES.                  00001470
       77 WRK-QTDE-REJEITADAS  PIC 9(08) VALUE ZEROES.                  00001480
       77 WRK-QTDE-ATE-1       PIC 9(08) VALUE ZEROES.                  00001490
       77 WRK-QTDE-ATE-5       PIC 9(08) VALUE ZEROES.                  00001500
       77 WRK-QTDE-ATE-10      PIC 9(08) VALUE ZEROES.                  00001510
       77 WRK-QTDE-ACIMA-10    PIC 9(08) VALUE ZEROES.                  00001520
       77 WRK-QTDE-GRUPO       PIC 9(05) VALUE ZEROES.                  00001530
                                                                        00001540
       01 WRK-DATA-EDITADA.                                             00001550
          05 WRK-DTE-DIA       PIC X(02).                               00001560
          05 FILLER            PIC X(01) VALUE '/'.                     00001570
          05 WRK-DTE-MES       PIC X(02).                               00001580
          05 FILLER            PIC X(01) VALUE '/'.                     00001590
          05 WRK-DTE-ANO       PIC X(04).                               00001600
                                                                        00001610
       01 WRK-LINHA-TITULO.                                             00001620
          05 FILLER            PIC X(03) VALUE SPACES.                  00001630
          05 FILLER            PIC X(50) VALUE                          00001640
             'ALTERACOES DE SALARIO - PENDENCIAS E DECISOES'.           00001650
          05 FILLER            PIC X(79) VALUE SPACES.                  00001660
                                                                        00001670
       01 WRK-LINHA-PARAM.                                              00001680
          05 FILLER            PIC X(03) VALUE SPACES.                  00001690
          05 FILLER            PIC X(16) VALUE 'REFERENCIA:'.           00001700
          05 WRK-PAR-DATA          PIC X(10).                           00001710
          05 FILLER            PIC X(103) VALUE SPACES.                 00001720
                                                                        00001730
       01 WRK-LINHA-CAB-GRUPO.                                          00001740
          05 FILLER            PIC X(03) VALUE SPACES.                  00001750
          05 WRK-CAB-GRUPO         PIC X(50).                           00001760
          05 FILLER            PIC X(79) VALUE SPACES.                  00001770
                                                                        00001780
       01 WRK-LINHA-COLUNAS.                                            00001790
          05 FILLER            PIC X(03) VALUE SPACES.                  00001800
          05 FILLER            PIC X(05) VALUE 'ID'.                    00001810
          05 FILLER            PIC X(02) VALUE SPACES.                  00001820
          05 FILLER            PIC X(20) VALUE 'NOME'.                  00001830
          05 FILLER            PIC X(02) VALUE SPACES.                  00001840
          05 FILLER            PIC X(13) VALUE 'SALARIO ATUAL'.         00001850
          05 FILLER            PIC X(02) VALUE SPACES.                  00001860
          05 FILLER            PIC X(13) VALUE 'SAL. PROPOSTO'.         00001870
          05 FILLER            PIC X(02) VALUE SPACES.                  00001880
          05 FILLER            PIC X(09) VALUE 'VARIACAO%'.             00001890
          05 FILLER            PIC X(02) VALUE SPACES.                  00001900
          05 FILLER            PIC X(10) VALUE 'DIGITADA'.              00001910
          05 FILLER            PIC X(02) VALUE SPACES.                  00001920
          05 FILLER            PIC X(08) VALUE 'MAKER'.                 00001930
          05 FILLER            PIC X(02) VALUE SPACES.                  00001940
          05 FILLER            PIC X(10) VALUE 'SITUACAO'.              00001950
          05 FILLER            PIC X(02) VALUE SPACES.                  00001960
          05 FILLER            PIC X(08) VALUE 'CHECKER'.               00001970
          05 FILLER            PIC X(02) VALUE SPACES.                  00001980
          05 FILLER            PIC X(05) VALUE 'DIAS'.                  00001990
          05 FILLER            PIC X(08) VALUE SPACES.                  00002000
                                                                        00002010
       01 WRK-LINHA-DETALHE.                                            00002020
          05 FILLER            PIC X(03) VALUE SPACES.                  00002030
          05 WRK-DET-CHAVE         PIC X(05).                           00002040
          05 FILLER            PIC X(02) VALUE SPACES.                  00002050
          05 WRK-DET-NOME          PIC X(20).                           00002060
          05 FILLER            PIC X(02) VALUE SPACES.                  00002070
          05 WRK-DET-SAL-ANT       PIC Z.ZZZ.ZZZ.ZZ9.                   00002080
          05 FILLER            PIC X(02) VALUE SPACES.                  00002090
          05 WRK-DET-SAL-NOVO      PIC Z.ZZZ.ZZZ.ZZ9.                   00002100
          05 FILLER            PIC X(02) VALUE SPACES.                  00002110
          05 WRK-DET-PERC          PIC -ZZZZ9,99.                       00002120
          05 FILLER            PIC X(02) VALUE SPACES.                  00002130
          05 WRK-DET-DATA          PIC X(10).                           00002140
          05 FILLER            PIC X(02) VALUE SPACES.                  00002150
          05 WRK-DET-MAKER         PIC X(08).                           00002160
          05 FILLER            PIC X(02) VALUE SPACES.                  00002170
          05 WRK-DET-SITUACAO      PIC X(10).                           00002180
          05 FILLER            PIC X(02) VALUE SPACES.                  00002190
          05 WRK-DET-CHECKER       PIC X(08).                           00002200
          05 FILLER            PIC X(02) VALUE SPACES.                  00002210
          05 WRK-DET-IDADE         PIC ZZZZ9.                           00002220
          05 FILLER            PIC X(08) VALUE SPACES.                  00002230
                                                                        00002240
       01 WRK-LINHA-SUB-GRUPO.                                          00002250
          05 FILLER            PIC X(03) VALUE SPACES.                  00002260
          05 FILLER            PIC X(20) VALUE 'TOTAL DO GRUPO'.        00002270
          05 FILLER            PIC X(18) VALUE SPACES.                  00002280
          05 WRK-SUB-GRU-QTDE      PIC ZZZZ9.                           00002290
          05 FILLER            PIC X(86) VALUE SPACES.                  00002300
                                                                        00002310
       01 WRK-LINHA-RESUMO.                                             00002320
          05 FILLER            PIC X(03) VALUE SPACES.                  00002330
          05 WRK-RES-TEXTO         PIC X(40).                           00002340
          05 WRK-RES-QTDE          PIC ZZZZZZZ9.                        00002350
          05 FILLER            PIC X(81) VALUE SPACES.                  00002360
                                                                        00002370
      *        CAMPOS DO LOG DE EXECUCAO (RUNLOG), GRAVADO NO           00002380
      *        INICIO E NO FIM DO PROGRAMA.                             00002390
       77 WRK-RLOG-STATUS      PIC X(02) VALUE '00'.                    00002400
                                                                        00002410
       01 WRK-RLOG-TIMESTAMP.                                           00002420
          05 WRK-RLG-DIA       PIC X(08).                               00002430
          05 WRK-RLG-HH        PIC X(02).                               00002440
          05 WRK-RLG-MM        PIC X(02).                               00002450
          05 WRK-RLG-SS        PIC X(02).                               00002460
                                                                        00002470
       01 WRK-RLOG-HORA.                                                00002480
          05 WRK-RLH-HH        PIC X(02).                               00002490
          05 FILLER            PIC X(01) VALUE ':'.                     00002500
          05 WRK-RLH-MM        PIC X(02).                               00002510
          05 FILLER            PIC X(01) VALUE ':'.                     00002520
          05 WRK-RLH-SS        PIC X(02).                               00002530
                                                                        00002540
      *====================================================             00002550
       PROCEDURE                                 DIVISION.              00002560
      *====================================================             00002570
      *****************************************************             00002580
      *          R O T I N A   P R I N C I P A L          *             00002590
      *****************************************************             00002600
      *----------------------------------------------------             00002610
       0000-PRINCIPAL                             SECTION.              00002620
      *----------------------------------------------------             00002630
            PERFORM 8000-GRAVAR-RUNLOG-INICIO.                          00002640
                                                                        00002650
            PERFORM 1000-INICIALIZAR.                                   00002660
                                                                        00002670
            SORT SORT-FILE                                              00002680
               ON ASCENDING KEY SRT-GRUPO SRT-ORDEM SRT-HORA-DEC        00002690
                                SRT-CHAVE                               00002700
               INPUT PROCEDURE IS 1100-CARREGAR                         00002710
               OUTPUT PROCEDURE IS 2000-IMPRIMIR.                       00002720
                                                                        00002730
            PERFORM 9000-FINALIZAR.                                     00002740
                                                                        00002750
            STOP RUN.                                                   00002760
      *----------------------------------------------------             00002770
       0000-99-FIM.                                EXIT.                00002780
      *----------------------------------------------------             00002790
      *****************************************************             00002800
      *             I N I C I A L I Z A R                 *             00002810
      *****************************************************             00002820
      *----------------------------------------------------             00002830
       1000-INICIALIZAR                           SECTION.              00002840
      *----------------------------------------------------             00002850
            OPEN INPUT PARM-FILE.                                       00002860
            PERFORM UNTIL FIM-PARM                                      00002870
               READ PARM-FILE                                           00002880
                  AT END                                                00002890
                     MOVE 'S' TO WRK-EOF-PARM                           00002900
                  NOT AT END                                            00002910
                     MOVE PARM-DATA TO WRK-DATA-REFERENCIA              00002920
               END-READ                                                 00002930
            END-PERFORM.                                                00002940
            CLOSE PARM-FILE.                                            00002950
                                                                        00002960
            IF WRK-DATA-REFERENCIA EQUAL SPACES                         00002970
               MOVE FUNCTION CURRENT-DATE (1:8)                         00002980
                    TO WRK-DATA-REFERENCIA                              00002990
            END-IF.                                                     00003000
                                                                        00003010
            IF WRK-DATA-REFERENCIA IS NOT NUMERIC                       00003020
               DISPLAY 'F16CIRL - PARM INVALIDO - DATA '                00003030
                  WRK-DATA-REFERENCIA                                   00003040
               MOVE 16 TO RETURN-CODE                                   00003050
               STOP RUN                                                 00003060
            END-IF.                                                     00003070
            MOVE WRK-DATA-REFERENCIA TO WRK-DATA-NUM.                   00003080
            IF WRK-DTN-MES < 1 OR WRK-DTN-MES > 12                      00003090
               OR WRK-DTN-DIA < 1 OR WRK-DTN-DIA > 31                   00003100
               DISPLAY 'F16CIRL - PARM INVALIDO - DATA '                00003110
                  WRK-DATA-REFERENCIA                                   00003120
               MOVE 16 TO RETURN-CODE                                   00003130
               STOP RUN                                                 00003140
            END-IF.                                                     00003150
            MOVE WRK-DATA-REFERENCIA TO WRK-DATA-AUX.                   00003160
            COMPUTE WRK-REF-INT =                                       00003170
                    FUNCTION INTEGER-OF-DATE(WRK-DATA-AUX).             00003180
                                                                        00003190
            OPEN INPUT FUNC-FILE.                                       00003200
            IF WRK-FUNC-STATUS NOT EQUAL '00'                           00003210
               DISPLAY 'F16CIRL - ERRO AO ABRIR FUNC FILE STATUS '      00003220
                  WRK-FUNC-STATUS                                       00003230
               MOVE 16 TO RETURN-CODE                                   00003240
               STOP RUN                                                 00003250
            END-IF.                                                     00003260
                                                                        00003270
            OPEN OUTPUT RELATORIO.                                      00003280
            MOVE SPACES TO REL-LINHA.                                   00003290
            MOVE WRK-LINHA-TITULO TO REL-LINHA.                         00003300
            WRITE REL-LINHA.                                            00003310
                                                                        00003320
            PERFORM 2800-EDITAR-DATA.                                   00003330
            MOVE WRK-DATA-EDITADA TO WRK-PAR-DATA.                      00003340
            MOVE WRK-LINHA-PARAM TO REL-LINHA.                          00003350
            WRITE REL-LINHA.                                            00003360
      *----------------------------------------------------             00003370
       1000-99-FIM.                                EXIT.                00003380
      *----------------------------------------------------             00003390
      *****************************************************             00003400
      *     C A R R E G A R   A R Q U I V O   P E N D S A L             00003410
      *****************************************************             00003420
      *----------------------------------------------------             00003430
       1100-CARREGAR                              SECTION.              00003440
      *----------------------------------------------------             00003450
            OPEN INPUT PEND-FILE.                                       00003460
            IF WRK-PEND-STATUS NOT EQUAL '00'                           00003470
               DISPLAY 'F16CIRL - ERRO AO ABRIR PENDSAL FILE STATUS '   00003480
                  WRK-PEND-STATUS                                       00003490
               MOVE 16 TO RETURN-CODE                                   00003500
               MOVE 'S' TO WRK-EOF-PEND                                 00003510
            END-IF.                                                     00003520
                                                                        00003530
            PERFORM UNTIL FIM-PEND                                      00003540
               READ PEND-FILE                                           00003550
                  AT END                                                00003560
                     MOVE 'S' TO WRK-EOF-PEND                           00003570
                  NOT AT END                                            00003580
                     IF WRK-PEND-STATUS NOT EQUAL '00'                  00003590
                        DISPLAY 'F16CIRL - ERRO DE LEITURA EM PENDSAL ' 00003600
                           'FILE STATUS ' WRK-PEND-STATUS               00003610
                        MOVE 'S' TO WRK-EOF-PEND                        00003620
                        MOVE 16 TO RETURN-CODE                          00003630
                     ELSE                                               00003640
                        ADD 1 TO WRK-QTDE-LIDOS                         00003650
                        PERFORM 1200-SELECIONAR                         00003660
                     END-IF                                             00003670
               END-READ                                                 00003680
            END-PERFORM.                                                00003690
                                                                        00003700
            CLOSE PEND-FILE.                                            00003710
      *----------------------------------------------------             00003720
       1100-99-FIM.                                EXIT.                00003730
      *----------------------------------------------------             00003740
      *****************************************************             00003750
      *          S E L E C I O N A R                      *             00003760
      *****************************************************             00003770
      *----------------------------------------------------             00003780
       1200-SELECIONAR                            SECTION.              00003790
      *----------------------------------------------------             00003800
      *        ENTRAM AS PENDENCIAS EM ABERTO DIGITADAS ATE A           00003810
      *        DATA DE REFERENCIA E AS DECISOES TOMADAS NELA.           00003820
      *        NA DECISAO A IDADE E O TEMPO QUE A PENDENCIA             00003830
      *        ESPEROU ATE SER DECIDIDA.                                00003840
            EVALUATE TRUE                                               00003850
            WHEN PND-SITUACAO EQUAL 'P'                                 00003860
                 AND PND-DATA NOT GREATER THAN WRK-DATA-REFERENCIA      00003870
               MOVE '1' TO SRT-GRUPO                                    00003880
               PERFORM 1300-CALCULAR-IDADE                              00003890
               COMPUTE SRT-ORDEM = 99999 - WRK-IDADE                    00003900
               MOVE SPACES TO SRT-HORA-DEC                              00003910
               PERFORM 1400-LIBERAR                                     00003920
            WHEN PND-SITUACAO NOT EQUAL 'P'                             00003930
                 AND PND-DATA-DEC EQUAL WRK-DATA-REFERENCIA             00003940
               MOVE '2' TO SRT-GRUPO                                    00003950
               PERFORM 1300-CALCULAR-IDADE                              00003960
               MOVE ZEROES TO SRT-ORDEM                                 00003970
               MOVE PND-HORA-DEC TO SRT-HORA-DEC                        00003980
               PERFORM 1400-LIBERAR                                     00003990
            WHEN OTHER                                                  00004000
               CONTINUE                                                 00004010
            END-EVALUATE.                                               00004020
      *----------------------------------------------------             00004030
       1200-99-FIM.                                EXIT.                00004040
      *----------------------------------------------------             00004050
      *****************************************************             00004060
      *     C A L C U L A R   I D A D E                   *             00004070
      *****************************************************             00004080
      *----------------------------------------------------             00004090
       1300-CALCULAR-IDADE                        SECTION.              00004100
      *----------------------------------------------------             00004110
      *        DIAS CORRIDOS DA DIGITACAO ATE A REFERENCIA.             00004120
            MOVE ZEROES TO WRK-IDADE.                                   00004130
            IF PND-DATA IS NUMERIC                                      00004140
               MOVE PND-DATA TO WRK-DATA-AUX                            00004150
               COMPUTE WRK-DIG-INT =                                    00004160
                       FUNCTION INTEGER-OF-DATE(WRK-DATA-AUX)           00004170
               IF WRK-REF-INT GREATER THAN WRK-DIG-INT                  00004180
                  COMPUTE WRK-IDADE = WRK-REF-INT - WRK-DIG-INT         00004190
               END-IF                                                   00004200
            END-IF.                                                     00004210
      *----------------------------------------------------             00004220
       1300-99-FIM.                                EXIT.                00004230
      *----------------------------------------------------             00004240
      *****************************************************             00004250
      *     L I B E R A R   P A R A   O   S O R T         *             00004260
      *****************************************************             00004270
      *----------------------------------------------------             00004280
       1400-LIBERAR                               SECTION.              00004290
      *----------------------------------------------------             00004300
            MOVE PND-CHAVE        TO SRT-CHAVE.                         00004310
            MOVE PND-SALARIO-ANT  TO SRT-SALARIO-ANT.                   00004320
            MOVE PND-SALARIO-NOVO TO SRT-SALARIO-NOVO.                  00004330
            MOVE PND-TIPO         TO SRT-TIPO.                          00004340
            MOVE PND-PERCENTUAL   TO SRT-PERCENTUAL.                    00004350
            MOVE PND-DATA         TO SRT-DATA.                          00004360
            MOVE PND-MAKER        TO SRT-MAKER.                         00004370
            MOVE PND-SITUACAO     TO SRT-SITUACAO.                      00004380
            MOVE PND-CHECKER      TO SRT-CHECKER.                       00004390
            MOVE WRK-IDADE        TO SRT-IDADE.                         00004400
                                                                        00004410
            MOVE PND-CHAVE TO WRK-CHAVE.                                00004420
            READ FUNC-FILE.                                             00004430
            IF WRK-FUNC-STATUS EQUAL '00'                               00004440
               MOVE WRK-NOME TO SRT-NOME                                00004450
            ELSE                                                        00004460
               MOVE 'NAO ENCONTRADO NO FUNC' TO SRT-NOME                00004470
            END-IF.                                                     00004480
                                                                        00004490
            RELEASE SRT-REC.                                            00004500
      *----------------------------------------------------             00004510
       1400-99-FIM.                                EXIT.                00004520
      *----------------------------------------------------             00004530
      *****************************************************             00004540
      *            I M P R I M I R                        *             00004550
      *****************************************************             00004560
      *----------------------------------------------------             00004570
       2000-IMPRIMIR                              SECTION.              00004580
      *----------------------------------------------------             00004590
            RETURN SORT-FILE                                            00004600
               AT END                                                   00004610
                  MOVE 'S' TO WRK-EOF-SORT                              00004620
            END-RETURN.                                                 00004630
                                                                        00004640
            PERFORM UNTIL FIM-SORT                                      00004650
               IF WRK-PRIMEIRO-GRUPO EQUAL 'S'                          00004660
                  OR SRT-GRUPO NOT EQUAL WRK-GRUPO-ANTERIOR             00004670
                  IF WRK-PRIMEIRO-GRUPO EQUAL 'N'                       00004680
                     PERFORM 2300-SUBTOTAL-GRUPO                        00004690
                  END-IF                                                00004700
                  MOVE 'N' TO WRK-PRIMEIRO-GRUPO                        00004710
                  MOVE SRT-GRUPO TO WRK-GRUPO-ANTERIOR                  00004720
                  PERFORM 2100-CABECALHO-GRUPO                          00004730
               END-IF                                                   00004740
                                                                        00004750
               PERFORM 2500-IMPRIMIR-DETALHE                            00004760
                                                                        00004770
               RETURN SORT-FILE                                         00004780
                  AT END                                                00004790
                     MOVE 'S' TO WRK-EOF-SORT                           00004800
               END-RETURN                                               00004810
            END-PERFORM.                                                00004820
                                                                        00004830
            IF WRK-PRIMEIRO-GRUPO EQUAL 'N'                             00004840
               PERFORM 2300-SUBTOTAL-GRUPO                              00004850
            END-IF.                                                     00004860
                                                                        00004870
            PERFORM 2600-IMPRIMIR-RESUMO.                               00004880
      *----------------------------------------------------             00004890
       2000-99-FIM.                                EXIT.                00004900
      *----------------------------------------------------             00004910
      *****************************************************             00004920
      *   C A B E C A L H O   D O   G R U P O             *             00004930
      *****************************************************             00004940
      *----------------------------------------------------             00004950
       2100-CABECALHO-GRUPO                       SECTION.              00004960
      *----------------------------------------------------             00004970
            MOVE SPACES TO REL-LINHA.                                   00004980
            WRITE REL-LINHA.                                            00004990
                                                                        00005000
            IF SRT-GRUPO EQUAL '1'                                      00005010
               MOVE 'PENDENTES DE APROVACAO (MAIS ANTIGAS PRIMEIRO)'    00005020
                  TO WRK-CAB-GRUPO                                      00005030
            ELSE                                                        00005040
               MOVE 'DECISOES TOMADAS NO DIA' TO WRK-CAB-GRUPO          00005050
            END-IF.                                                     00005060
            MOVE WRK-LINHA-CAB-GRUPO TO REL-LINHA.                      00005070
            WRITE REL-LINHA.                                            00005080
                                                                        00005090
            MOVE WRK-LINHA-COLUNAS TO REL-LINHA.                        00005100
            WRITE REL-LINHA.                                            00005110
      *----------------------------------------------------             00005120
       2100-99-FIM.                                EXIT.                00005130
      *----------------------------------------------------             00005140
      *****************************************************             00005150
      *   S U B T O T A L   D O   G R U P O               *             00005160
      *****************************************************             00005170
      *----------------------------------------------------             00005180
       2300-SUBTOTAL-GRUPO                        SECTION.              00005190
      *----------------------------------------------------             00005200
            MOVE WRK-QTDE-GRUPO TO WRK-SUB-GRU-QTDE.                    00005210
                                                                        00005220
            MOVE WRK-LINHA-SUB-GRUPO TO REL-LINHA.                      00005230
            WRITE REL-LINHA.                                            00005240
                                                                        00005250
            MOVE ZEROES TO WRK-QTDE-GRUPO.                              00005260
      *----------------------------------------------------             00005270
       2300-99-FIM.                                EXIT.                00005280
      *----------------------------------------------------             00005290
      *****************************************************             00005300
      *            I M P R I M I R   D E T A L H E        *             00005310
      *****************************************************             00005320
      *----------------------------------------------------             00005330
       2500-IMPRIMIR-DETALHE                      SECTION.              00005340
      *----------------------------------------------------             00005350
            ADD 1 TO WRK-QTDE-GRUPO.                                    00005360
            PERFORM 2550-ACUMULAR.                                      00005370
                                                                        00005380
            MOVE SPACES        TO WRK-LINHA-DETALHE.                    00005390
            MOVE SRT-CHAVE     TO WRK-DET-CHAVE.                        00005400
            MOVE SRT-NOME      TO WRK-DET-NOME.                         00005410
                                                                        00005420
            IF SRT-SALARIO-ANT IS NUMERIC                               00005430
               MOVE SRT-SALARIO-ANT TO WRK-DET-SAL-ANT                  00005440
            ELSE                                                        00005450
               MOVE ZEROES TO WRK-DET-SAL-ANT                           00005460
            END-IF.                                                     00005470
            IF SRT-SALARIO-NOVO IS NUMERIC                              00005480
               MOVE SRT-SALARIO-NOVO TO WRK-DET-SAL-NOVO                00005490
            ELSE                                                        00005500
               MOVE ZEROES TO WRK-DET-SAL-NOVO                          00005510
            END-IF.                                                     00005520
                                                                        00005530
      *        REDUCAO SAI COM O PERCENTUAL NEGATIVO.                   00005540
            MOVE SRT-PERCENTUAL TO WRK-PERC-SINAL.                      00005550
            IF SRT-TIPO EQUAL 'R'                                       00005560
               COMPUTE WRK-PERC-SINAL = WRK-PERC-SINAL * -1             00005570
            END-IF.                                                     00005580
            MOVE WRK-PERC-SINAL TO WRK-DET-PERC.                        00005590
                                                                        00005600
            MOVE SRT-DATA TO WRK-DATA-AUX.                              00005610
            PERFORM 2800-EDITAR-DATA.                                   00005620
            MOVE WRK-DATA-EDITADA TO WRK-DET-DATA.                      00005630
            MOVE SRT-MAKER     TO WRK-DET-MAKER.                        00005640
            MOVE SRT-CHECKER   TO WRK-DET-CHECKER.                      00005650
            MOVE SRT-IDADE     TO WRK-DET-IDADE.                        00005660
                                                                        00005670
            EVALUATE SRT-SITUACAO                                       00005680
            WHEN 'A'                                                    00005690
               MOVE 'APROVADA'  TO WRK-DET-SITUACAO                     00005700
            WHEN 'R'                                                    00005710
               MOVE 'REJEITADA' TO WRK-DET-SITUACAO                     00005720
            WHEN OTHER                                                  00005730
               MOVE 'PENDENTE'  TO WRK-DET-SITUACAO                     00005740
            END-EVALUATE.                                               00005750
                                                                        00005760
            MOVE WRK-LINHA-DETALHE TO REL-LINHA.                        00005770
            WRITE REL-LINHA.                                            00005780
      *----------------------------------------------------             00005790
       2500-99-FIM.                                EXIT.                00005800
      *----------------------------------------------------             00005810
      *****************************************************             00005820
      *             A C U M U L A R                       *             00005830
      *****************************************************             00005840
      *----------------------------------------------------             00005850
       2550-ACUMULAR                              SECTION.              00005860
      *----------------------------------------------------             00005870
            EVALUATE TRUE                                               00005880
            WHEN SRT-SITUACAO EQUAL 'A'                                 00005890
               ADD 1 TO WRK-QTDE-APROVADAS                              00005900
            WHEN SRT-SITUACAO EQUAL 'R'                                 00005910
               ADD 1 TO WRK-QTDE-REJEITADAS                             00005920
            WHEN SRT-IDADE NOT GREATER THAN 1                           00005930
               ADD 1 TO WRK-QTDE-PENDENTES                              00005940
               ADD 1 TO WRK-QTDE-ATE-1                                  00005950
            WHEN SRT-IDADE NOT GREATER THAN 5                           00005960
               ADD 1 TO WRK-QTDE-PENDENTES                              00005970
               ADD 1 TO WRK-QTDE-ATE-5                                  00005980
            WHEN SRT-IDADE NOT GREATER THAN 10                          00005990
               ADD 1 TO WRK-QTDE-PENDENTES                              00006000
               ADD 1 TO WRK-QTDE-ATE-10                                 00006010
            WHEN OTHER                                                  00006020
               ADD 1 TO WRK-QTDE-PENDENTES                              00006030
               ADD 1 TO WRK-QTDE-ACIMA-10                               00006040
            END-EVALUATE.                                               00006050
      *----------------------------------------------------             00006060
       2550-99-FIM.                                EXIT.                00006070
      *----------------------------------------------------             00006080
      *****************************************************             00006090
      *       I M P R I M I R   R E S U M O               *             00006100
      *****************************************************             00006110
      *----------------------------------------------------             00006120
       2600-IMPRIMIR-RESUMO                       SECTION.              00006130
      *----------------------------------------------------             00006140
            MOVE SPACES TO REL-LINHA.                                   00006150
            WRITE REL-LINHA.                                            00006160
                                                                        00006170
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00006180
            MOVE 'REGISTROS LIDOS NO PENDSAL' TO WRK-RES-TEXTO.         00006190
            MOVE WRK-QTDE-LIDOS TO WRK-RES-QTDE.                        00006200
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00006210
            WRITE REL-LINHA.                                            00006220
                                                                        00006230
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00006240
            MOVE 'PENDENCIAS EM ABERTO' TO WRK-RES-TEXTO.               00006250
            MOVE WRK-QTDE-PENDENTES TO WRK-RES-QTDE.                    00006260
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00006270
            WRITE REL-LINHA.                                            00006280
                                                                        00006290
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00006300
            MOVE '   ATE 1 DIA' TO WRK-RES-TEXTO.                       00006310
            MOVE WRK-QTDE-ATE-1 TO WRK-RES-QTDE.                        00006320
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00006330
            WRITE REL-LINHA.                                            00006340
                                                                        00006350
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00006360
            MOVE '   DE 2 A 5 DIAS' TO WRK-RES-TEXTO.                   00006370
            MOVE WRK-QTDE-ATE-5 TO WRK-RES-QTDE.                        00006380
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00006390
            WRITE REL-LINHA.                                            00006400
                                                                        00006410
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00006420
            MOVE '   DE 6 A 10 DIAS' TO WRK-RES-TEXTO.                  00006430
            MOVE WRK-QTDE-ATE-10 TO WRK-RES-QTDE.                       00006440
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00006450
            WRITE REL-LINHA.                                            00006460
                                                                        00006470
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00006480
            MOVE '   ACIMA DE 10 DIAS' TO WRK-RES-TEXTO.                00006490
            MOVE WRK-QTDE-ACIMA-10 TO WRK-RES-QTDE.                     00006500
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00006510
            WRITE REL-LINHA.                                            00006520
                                                                        00006530
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00006540
            MOVE 'ALTERACOES APROVADAS NO DIA' TO WRK-RES-TEXTO.        00006550
            MOVE WRK-QTDE-APROVADAS TO WRK-RES-QTDE.                    00006560
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00006570
            WRITE REL-LINHA.                                            00006580
                                                                        00006590
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00006600
            MOVE 'ALTERACOES REJEITADAS NO DIA' TO WRK-RES-TEXTO.       00006610
            MOVE WRK-QTDE-REJEITADAS TO WRK-RES-QTDE.                   00006620
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00006630
            WRITE REL-LINHA.                                            00006640
      *----------------------------------------------------             00006650
       2600-99-FIM.                                EXIT.                00006660
      *----------------------------------------------------             00006670
      *****************************************************             00006680
      *   E D I T A R   D A T A                           *             00006690
      *****************************************************             00006700
      *----------------------------------------------------             00006710
       2800-EDITAR-DATA                           SECTION.              00006720
      *----------------------------------------------------             00006730
      *        AAAAMMDD (EM WRK-DATA-AUX) PARA DD/MM/AAAA.              00006740
            MOVE WRK-DATA-AUX (7:2) TO WRK-DTE-DIA.                     00006750
            MOVE WRK-DATA-AUX (5:2) TO WRK-DTE-MES.                     00006760
            MOVE WRK-DATA-AUX (1:4) TO WRK-DTE-ANO.                     00006770
      *----------------------------------------------------             00006780
       2800-99-FIM.                                EXIT.                00006790
      *----------------------------------------------------             00006800
      *****************************************************             00006810
      *             F I N A L I Z A R                     *             00006820
      *****************************************************             00006830
      *----------------------------------------------------             00006840
       9000-FINALIZAR                             SECTION.              00006850
      *----------------------------------------------------             00006860
            CLOSE FUNC-FILE.                                            00006870
            CLOSE RELATORIO.                                            00006880
                                                                        00006890
            PERFORM 8100-GRAVAR-RUNLOG-FIM.                             00006900
      *----------------------------------------------------             00006910
       9000-99-FIM.                                EXIT.                00006920
      *----------------------------------------------------             00006930
      *****************************************************             00006940
      *   G R A V A R   R U N L O G   -   I N I C I O     *             00006950
      *****************************************************             00006960
      *----------------------------------------------------             00006970
       8000-GRAVAR-RUNLOG-INICIO                  SECTION.              00006980
      *----------------------------------------------------             00006990
            MOVE 'F16CIRL' TO RLG-PROGRAMA.                             00007000
            MOVE 'I'       TO RLG-EVENTO.                               00007010
            MOVE ZEROES    TO RLG-LIDOS.                                00007020
            MOVE ZEROES    TO RLG-GRAVADOS.                             00007030
            MOVE ZEROES    TO RLG-REJEITADOS.                           00007040
            MOVE ZEROES    TO RLG-RETCODE.                              00007050
            PERFORM 8200-GRAVAR-RUNLOG.                                 00007060
      *----------------------------------------------------             00007070
       8000-99-FIM.                                EXIT.                00007080
      *----------------------------------------------------             00007090
      *****************************************************             00007100
      *   G R A V A R   R U N L O G   -   F I M           *             00007110
      *****************************************************             00007120
      *----------------------------------------------------             00007130
       8100-GRAVAR-RUNLOG-FIM                     SECTION.              00007140
      *----------------------------------------------------             00007150
            MOVE 'F16CIRL' TO RLG-PROGRAMA.                             00007160
            MOVE 'F'       TO RLG-EVENTO.                               00007170
            MOVE WRK-QTDE-LIDOS TO RLG-LIDOS.                           00007180
            COMPUTE RLG-GRAVADOS = WRK-QTDE-PENDENTES                   00007190
                                 + WRK-QTDE-APROVADAS                   00007200
                                 + WRK-QTDE-REJEITADAS.                 00007210
            MOVE WRK-QTDE-REJEITADAS TO RLG-REJEITADOS.                 00007220
            MOVE RETURN-CODE TO RLG-RETCODE.                            00007230
            PERFORM 8200-GRAVAR-RUNLOG.                                 00007240
      *----------------------------------------------------             00007250
       8100-99-FIM.                                EXIT.                00007260
      *----------------------------------------------------             00007270
      *****************************************************             00007280
      *   G R A V A R   R U N L O G                       *             00007290
      *****************************************************             00007300
      *----------------------------------------------------             00007310
       8200-GRAVAR-RUNLOG                         SECTION.              00007320
      *----------------------------------------------------             00007330
      *        ABRE EM EXTEND, GRAVA E FECHA A CADA EVENTO,             00007340
      *        PARA O REGISTRO DE INICIO JA ESTAR NO ARQUIVO            00007350
      *        MESMO QUE O PROGRAMA CAIA NO MEIO.                       00007360
            MOVE FUNCTION CURRENT-DATE (1:14)                           00007370
                 TO WRK-RLOG-TIMESTAMP.                                 00007380
            MOVE WRK-RLG-HH TO WRK-RLH-HH.                              00007390
            MOVE WRK-RLG-MM TO WRK-RLH-MM.                              00007400
            MOVE WRK-RLG-SS TO WRK-RLH-SS.                              00007410
            MOVE WRK-RLG-DIA   TO RLG-DATA.                             00007420
            MOVE WRK-RLOG-HORA TO RLG-HORA.                             00007430
                                                                        00007440
            OPEN EXTEND RUNLOG.                                         00007450
            IF WRK-RLOG-STATUS NOT EQUAL '00'                           00007460
               DISPLAY 'F16CIRL - ERRO AO ABRIR RUNLOG FILE STATUS '    00007470
                  WRK-RLOG-STATUS                                       00007480
               MOVE 16 TO RETURN-CODE                                   00007490
            ELSE                                                        00007500
               WRITE RLG-REGISTRO                                       00007510
               IF WRK-RLOG-STATUS NOT EQUAL '00'                        00007520
                  DISPLAY 'F16CIRL - ERRO AO GRAVAR RUNLOG '            00007530
                     'FILE STATUS ' WRK-RLOG-STATUS                     00007540
                  MOVE 16 TO RETURN-CODE                                00007550
               END-IF                                                   00007560
               CLOSE RUNLOG                                             00007570
            END-IF.                                                     00007580
      *----------------------------------------------------             00007590
       8200-99-FIM.                                EXIT.                00007600
      *----------------------------------------------------             00007610
