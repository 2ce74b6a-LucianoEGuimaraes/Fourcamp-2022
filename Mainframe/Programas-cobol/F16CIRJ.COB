      *====================================================             00000010
       IDENTIFICATION                            DIVISION.              00000020
      *====================================================             00000030
       PROGRAM-ID. F16CIRJ.                                             00000040
                                                                        00000050
      *====================================================*            00000060
      *   AUTOR....:LUCIANO GUIMARAES                      *            00000070
      *   ANALISTA.:IVAN SANCHES                           *            00000080
      *   DATA ....:15/10/2026                             *            00000090
      *----------------------------------------------------*            00000100
      *   OBJETIVO:CONTROLE MENSAL DE FERIAS. PARA CADA    *            00000110
      *            FUNCIONARIO ATIVO:                      *            00000120
      *            1 - GERA NO FERIAS OS PERIODOS AQUISI-  *            00000130
      *                TIVOS DE 12 MESES JA COMPLETADOS,   *            00000140
      *                CONTADOS DA DATA DE ADMISSAO        *            00000150
      *                (WRK-DATAADM), COM 30 DIAS DE       *            00000160
      *                DIREITO E PRAZO DE CONCESSAO ATE O  *            00000170
      *                FIM DOS 12 MESES SEGUINTES;         *            00000180
      *            2 - BAIXA AS FERIAS PROGRAMADAS PELA    *            00000190
      *                FR16CIP5 QUE JA FORAM GOZADAS (FIM  *            00000200
      *                ANTERIOR A DATA DO PROCESSAMENTO);  *            00000210
      *            3 - LISTA POR SETOR OS PERIODOS COM     *            00000220
      *                SALDO CUJO PRAZO DE CONCESSAO VENCE *            00000230
      *                DENTRO DA ANTECEDENCIA DO CARTAO    *            00000240
      *                PARM (OU JA VENCEU - FERIAS EM      *            00000250
      *                DOBRO).                             *            00000260
      *            NA PRIMEIRA EXECUCAO SO SAO GERADOS OS  *            00000270
      *            PERIODOS COM PRAZO DE CONCESSAO AINDA   *            00000280
      *            ABERTO; OS ANTERIORES FORAM TRATADOS    *            00000290
      *            FORA DO SISTEMA. INATIVOS NAO ENTRAM    *            00000300
      *            (AS FERIAS SAO ACERTADAS NA RESCISAO).  *            00000310
      *----------------------------------------------------*            00000320
      *   PARAMETROS (PARM):                               *            00000330
      *   COL 01-03 ANTECEDENCIA EM DIAS (BRANCO = 60)     *            00000340
      *----------------------------------------------------*            00000350
      *   BASE DE DADOS:                                   *            00000360
      *   TABELA.VSAM                                      *            00000370
      *    ------              I/O        INCLUDE/BOOK     *            00000380
      *   FUNC       CADASTRO FUNCIONARIOS   I  F16CID1    *            00000390
      *   FERIAS     CONTROLE DE FERIAS    I/O  F16CIDA    *            00000400
      *====================================================*            00000410
      *====================================================             00000420
       ENVIRONMENT                               DIVISION.              00000430
      *====================================================             00000440
       CONFIGURATION                              SECTION.              00000450
                                                                        00000460
       SPECIAL-NAMES.                                                   00000470
           DECIMAL-POINT IS COMMA.                                      00000480
                                                                        00000490
       INPUT-OUTPUT                               SECTION.              00000500
       FILE-CONTROL.                                                    00000510
           SELECT FUNC-FILE ASSIGN TO FUNC                              00000520
               ORGANIZATION IS INDEXED                                  00000530
               ACCESS MODE IS SEQUENTIAL                                00000540
               RECORD KEY IS WRK-CHAVE                                  00000550
               FILE STATUS IS WRK-FUNC-STATUS.                          00000560
                                                                        00000570
           SELECT FERIAS-FILE ASSIGN TO FERIAS                          00000580
               ORGANIZATION IS INDEXED                                  00000590
               ACCESS MODE IS DYNAMIC                                   00000600
               RECORD KEY IS FER-CHAVE-REG                              00000610
               FILE STATUS IS WRK-FER-STATUS.                           00000620
                                                                        00000630
           SELECT PARM-FILE ASSIGN TO PARM                              00000640
               ORGANIZATION IS SEQUENTIAL.                              00000650
                                                                        00000660
           SELECT SORT-FILE ASSIGN TO SORTWK1.                          00000670
                                                                        00000680
           SELECT RELATORIO ASSIGN TO RELAT                             00000690
               ORGANIZATION IS SEQUENTIAL.                              00000700
                                                                        00000710
           SELECT RUNLOG ASSIGN TO RUNLOG                               00000720
               ORGANIZATION IS SEQUENTIAL                               00000730
               FILE STATUS IS WRK-RLOG-STATUS.                          00000740
                                                                        00000750
      *====================================================             00000760
       DATA                                      DIVISION.              00000770
      *====================================================             00000780
       FILE                                      SECTION.               00000790
      *----------------------------------------------------             00000800
       FD  FUNC-FILE                                                    00000810
           RECORDING MODE IS F.                                         00000820
                                                                        00000830
           COPY F16CID1.                                                00000840
                                                                        00000850
       FD  FERIAS-FILE                                                  00000860
           RECORDING MODE IS F.                                         00000870
                                                                        00000880
           COPY F16CIDA.                                                00000890
                                                                        00000900
       FD  PARM-FILE                                                    00000910
           RECORDING MODE IS F.                                         00000920
       01 PARM-CARD.                                                    00000930
          05 PARM-ANTECEDENCIA PIC X(03).                               00000940
          05 FILLER            PIC X(77).                               00000950
                                                                        00000960
       SD  SORT-FILE.                                                   00000970
       01 SRT-REC.                                                      00000980
          05 SRT-SETOR         PIC X(04).                               00000990
          05 SRT-LIMITE        PIC X(08).                               00001000
          05 SRT-CHAVE         PIC X(05).                               00001010
          05 SRT-AQUIS-INI     PIC X(08).                               00001020
          05 SRT-AQUIS-FIM     PIC X(08).                               00001030
          05 SRT-NOME          PIC X(30).                               00001040
          05 SRT-SALDO         PIC 9(02).                               00001050
          05 SRT-SITUACAO      PIC X(10).                               00001060
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
       77 WRK-FUNC-STATUS      PIC X(02) VALUE '00'.                    00001200
       77 WRK-FER-STATUS       PIC X(02) VALUE '00'.                    00001210
                                                                        00001220
       77 WRK-EOF-FUNC         PIC X(01) VALUE 'N'.                     00001230
          88 FIM-FUNC                    VALUE 'S'.                     00001240
       77 WRK-EOF-PARM         PIC X(01) VALUE 'N'.                     00001250
          88 FIM-PARM                    VALUE 'S'.                     00001260
       77 WRK-EOF-SORT         PIC X(01) VALUE 'N'.                     00001270
          88 FIM-SORT                    VALUE 'S'.                     00001280
       77 WRK-FIM-CHAVE        PIC X(01) VALUE 'N'.                     00001290
       77 WRK-FIM-PERIODOS     PIC X(01) VALUE 'N'.                     00001300
                                                                        00001310
       77 WRK-ANTECEDENCIA     PIC 9(03) VALUE 60.                      00001320
                                                                        00001330
       77 WRK-DIA              PIC 9(02).                               00001340
       77 WRK-MES              PIC 9(02).                               00001350
       77 WRK-ANO              PIC 9(04).                               00001360
       77 WRK-DATA-OK          PIC X(01).                               00001370
       77 WRK-DIA-MAX          PIC 9(02).                               00001380
                                                                        00001390
       77 WRK-DATA-SISTEMA     PIC 9(08) VALUE ZEROES.                  00001400
       77 WRK-HOJE-INT         PIC S9(08) COMP VALUE ZEROES.            00001410
       77 WRK-ADM-NUM          PIC 9(08) VALUE ZEROES.                  00001420
       77 WRK-CORTE-NUM        PIC 9(08) VALUE ZEROES.                  00001430
       77 WRK-DATA-AUX         PIC 9(08) VALUE ZEROES.                  00001440
                                                                        00001450
      *        CALCULO DOS PERIODOS: O PERIODO AQUISITIVO COMECA        00001460
      *        NO ANIVERSARIO DE ADMISSAO DO ANO WRK-PER-ANO E          00001470
      *        TERMINA NA VESPERA DO ANIVERSARIO SEGUINTE; O            00001480
      *        PRAZO DE CONCESSAO TERMINA NA VESPERA DO ANIVER-         00001490
      *        SARIO DO ANO SEGUINTE A ESSE.                            00001500
       77 WRK-PER-ANO          PIC 9(04) VALUE ZEROES.                  00001510
       77 WRK-ANIV-ANO         PIC 9(04) VALUE ZEROES.                  00001520
       77 WRK-ANIV-NUM         PIC 9(08) VALUE ZEROES.                  00001530
       77 WRK-ANIV-INT         PIC S9(08) COMP VALUE ZEROES.            00001540
       77 WRK-INI-NUM          PIC 9(08) VALUE ZEROES.                  00001550
       77 WRK-FIM-NUM          PIC 9(08) VALUE ZEROES.                  00001560
       77 WRK-LIM-NUM          PIC 9(08) VALUE ZEROES.                  00001570
       77 WRK-SALDO            PIC 9(02) VALUE ZEROES.                  00001580
                                                                        00001590
       77 WRK-PRIMEIRO-GRUPO   PIC X(01) VALUE 'S'.                     00001600
       77 WRK-SETOR-ANTERIOR   PIC X(04) VALUE SPACES.                  00001610
                                                                        00001620
       77 WRK-QTDE-LIDOS       PIC 9(08) VALUE ZEROES.                  00001630
       77 WRK-QTDE-ATIVOS      PIC 9(08) VALUE ZEROES.                  00001640
       77 WRK-QTDE-DATA-INV    PIC 9(08) VALUE ZEROES.                  00001650
       77 WRK-QTDE-GERADOS     PIC 9(08) VALUE ZEROES.                  00001660
       77 WRK-QTDE-BAIXADOS    PIC 9(08) VALUE ZEROES.                  00001670
       77 WRK-QTDE-LISTADOS    PIC 9(08) VALUE ZEROES.                  00001680
       77 WRK-QTDE-VENCIDOS    PIC 9(08) VALUE ZEROES.                  00001690
       77 WRK-QTDE-SETOR       PIC 9(05) VALUE ZEROES.                  00001700
                                                                        00001710
       01 WRK-DATA-EDITADA.                                             00001720
          05 WRK-DTE-DIA       PIC X(02).                               00001730
          05 FILLER            PIC X(01) VALUE '/'.                     00001740
          05 WRK-DTE-MES       PIC X(02).                               00001750
          05 FILLER            PIC X(01) VALUE '/'.                     00001760
          05 WRK-DTE-ANO       PIC X(04).                               00001770
                                                                        00001780
       01 WRK-LINHA-TITULO.                                             00001790
          05 FILLER            PIC X(03) VALUE SPACES.                  00001800
          05 FILLER            PIC X(50) VALUE                          00001810
             'CONTROLE DE FERIAS - PERIODOS A VENCER POR SETOR'.        00001820
          05 FILLER            PIC X(79) VALUE SPACES.                  00001830
                                                                        00001840
       01 WRK-LINHA-PARAM.                                              00001850
          05 FILLER            PIC X(03) VALUE SPACES.                  00001860
          05 FILLER            PIC X(16) VALUE 'PROCESSAMENTO: '.       00001870
          05 WRK-PAR-DATA          PIC X(10).                           00001880
          05 FILLER            PIC X(05) VALUE SPACES.                  00001890
          05 FILLER            PIC X(30) VALUE                          00001900
             'PRAZOS DE CONCESSAO ATE'.                                 00001910
          05 WRK-PAR-CORTE         PIC X(10).                           00001920
          05 FILLER            PIC X(58) VALUE SPACES.                  00001930
                                                                        00001940
       01 WRK-LINHA-CAB-SETOR.                                          00001950
          05 FILLER            PIC X(03) VALUE SPACES.                  00001960
          05 FILLER            PIC X(07) VALUE 'SETOR: '.               00001970
          05 WRK-CAB-SETOR         PIC X(04).                           00001980
          05 FILLER            PIC X(118) VALUE SPACES.                 00001990
                                                                        00002000
       01 WRK-LINHA-COLUNAS.                                            00002010
          05 FILLER            PIC X(03) VALUE SPACES.                  00002020
          05 FILLER            PIC X(05) VALUE 'ID'.                    00002030
          05 FILLER            PIC X(03) VALUE SPACES.                  00002040
          05 FILLER            PIC X(30) VALUE 'NOME'.                  00002050
          05 FILLER            PIC X(03) VALUE SPACES.                  00002060
          05 FILLER            PIC X(23) VALUE                          00002070
             'PERIODO AQUISITIVO'.                                      00002080
          05 FILLER            PIC X(03) VALUE SPACES.                  00002090
          05 FILLER            PIC X(05) VALUE 'SALDO'.                 00002100
          05 FILLER            PIC X(03) VALUE SPACES.                  00002110
          05 FILLER            PIC X(10) VALUE 'LIMITE'.                00002120
          05 FILLER            PIC X(03) VALUE SPACES.                  00002130
          05 FILLER            PIC X(10) VALUE 'SITUACAO'.              00002140
          05 FILLER            PIC X(31) VALUE SPACES.                  00002150
                                                                        00002160
       01 WRK-LINHA-DETALHE.                                            00002170
          05 FILLER            PIC X(03) VALUE SPACES.                  00002180
          05 WRK-DET-CHAVE         PIC X(05).                           00002190
          05 FILLER            PIC X(03) VALUE SPACES.                  00002200
          05 WRK-DET-NOME          PIC X(30).                           00002210
          05 FILLER            PIC X(03) VALUE SPACES.                  00002220
          05 WRK-DET-AQUIS-INI     PIC X(10).                           00002230
          05 FILLER            PIC X(03) VALUE ' A '.                   00002240
          05 WRK-DET-AQUIS-FIM     PIC X(10).                           00002250
          05 FILLER            PIC X(06) VALUE SPACES.                  00002260
          05 WRK-DET-SALDO         PIC Z9.                              00002270
          05 FILLER            PIC X(03) VALUE SPACES.                  00002280
          05 WRK-DET-LIMITE        PIC X(10).                           00002290
          05 FILLER            PIC X(03) VALUE SPACES.                  00002300
          05 WRK-DET-SITUACAO      PIC X(10).                           00002310
          05 FILLER            PIC X(31) VALUE SPACES.                  00002320
                                                                        00002330
       01 WRK-LINHA-SUB-SETOR.                                          00002340
          05 FILLER            PIC X(03) VALUE SPACES.                  00002350
          05 FILLER            PIC X(17) VALUE 'TOTAL DO SETOR '.       00002360
          05 WRK-SUB-SET-SETOR     PIC X(04).                           00002370
          05 FILLER            PIC X(17) VALUE SPACES.                  00002380
          05 WRK-SUB-SET-QTDE      PIC ZZZZ9.                           00002390
          05 FILLER            PIC X(86) VALUE SPACES.                  00002400
                                                                        00002410
       01 WRK-LINHA-RESUMO.                                             00002420
          05 FILLER            PIC X(03) VALUE SPACES.                  00002430
          05 WRK-RES-TEXTO         PIC X(40).                           00002440
          05 WRK-RES-QTDE          PIC ZZZZZZZ9.                        00002450
          05 FILLER            PIC X(81) VALUE SPACES.                  00002460
                                                                        00002470
      *        CAMPOS DO LOG DE EXECUCAO (RUNLOG), GRAVADO NO           00002480
      *        INICIO E NO FIM DO PROGRAMA.                             00002490
       77 WRK-RLOG-STATUS      PIC X(02) VALUE '00'.                    00002500
                                                                        00002510
       01 WRK-RLOG-TIMESTAMP.                                           00002520
          05 WRK-RLG-DIA       PIC X(08).                               00002530
          05 WRK-RLG-HH        PIC X(02).                               00002540
          05 WRK-RLG-MM        PIC X(02).                               00002550
          05 WRK-RLG-SS        PIC X(02).                               00002560
                                                                        00002570
       01 WRK-RLOG-HORA.                                                00002580
          05 WRK-RLH-HH        PIC X(02).                               00002590
          05 FILLER            PIC X(01) VALUE ':'.                     00002600
          05 WRK-RLH-MM        PIC X(02).                               00002610
          05 FILLER            PIC X(01) VALUE ':'.                     00002620
          05 WRK-RLH-SS        PIC X(02).                               00002630
                                                                        00002640
      *====================================================             00002650
       PROCEDURE                                 DIVISION.              00002660
      *====================================================             00002670
      *****************************************************             00002680
      *          R O T I N A   P R I N C I P A L          *             00002690
      *****************************************************             00002700
      *----------------------------------------------------             00002710
       0000-PRINCIPAL                             SECTION.              00002720
      *----------------------------------------------------             00002730
            PERFORM 8000-GRAVAR-RUNLOG-INICIO.                          00002740
                                                                        00002750
            PERFORM 1000-INICIALIZAR.                                   00002760
                                                                        00002770
            SORT SORT-FILE                                              00002780
               ON ASCENDING KEY SRT-SETOR SRT-LIMITE SRT-CHAVE          00002790
                                SRT-AQUIS-INI                           00002800
               INPUT PROCEDURE IS 1100-CARREGAR                         00002810
               OUTPUT PROCEDURE IS 2000-IMPRIMIR.                       00002820
                                                                        00002830
            PERFORM 9000-FINALIZAR.                                     00002840
                                                                        00002850
            STOP RUN.                                                   00002860
      *----------------------------------------------------             00002870
       0000-99-FIM.                                EXIT.                00002880
      *----------------------------------------------------             00002890
      *****************************************************             00002900
      *             I N I C I A L I Z A R                 *             00002910
      *****************************************************             00002920
      *----------------------------------------------------             00002930
       1000-INICIALIZAR                           SECTION.              00002940
      *----------------------------------------------------             00002950
            OPEN INPUT PARM-FILE.                                       00002960
            PERFORM UNTIL FIM-PARM                                      00002970
               READ PARM-FILE                                           00002980
                  AT END                                                00002990
                     MOVE 'S' TO WRK-EOF-PARM                           00003000
                  NOT AT END                                            00003010
                     IF PARM-ANTECEDENCIA NOT EQUAL SPACES              00003020
                        IF PARM-ANTECEDENCIA IS NUMERIC                 00003030
                           MOVE PARM-ANTECEDENCIA TO WRK-ANTECEDENCIA   00003040
                        ELSE                                            00003050
                           DISPLAY 'F16CIRJ - ANTECEDENCIA INVALIDA '   00003060
                              'NO PARM: ' PARM-ANTECEDENCIA             00003070
                           MOVE 16 TO RETURN-CODE                       00003080
                           STOP RUN                                     00003090
                        END-IF                                          00003100
                     END-IF                                             00003110
               END-READ                                                 00003120
            END-PERFORM.                                                00003130
            CLOSE PARM-FILE.                                            00003140
                                                                        00003150
            MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-SISTEMA.       00003160
            COMPUTE WRK-HOJE-INT =                                      00003170
                    FUNCTION INTEGER-OF-DATE(WRK-DATA-SISTEMA).         00003180
            COMPUTE WRK-CORTE-NUM = FUNCTION DATE-OF-INTEGER            00003190
                    (WRK-HOJE-INT + WRK-ANTECEDENCIA).                  00003200
                                                                        00003210
      *        CLUSTER RECEM-DEFINIDO (AINDA VAZIO) NAO ABRE EM         00003220
      *        I-O: A PRIMEIRA EXECUCAO ABRE EM OUTPUT PARA             00003230
      *        INICIALIZA-LO E REABRE EM I-O.                           00003240
            OPEN I-O FERIAS-FILE.                                       00003250
            IF WRK-FER-STATUS EQUAL '35'                                00003260
               OPEN OUTPUT FERIAS-FILE                                  00003270
               CLOSE FERIAS-FILE                                        00003280
               OPEN I-O FERIAS-FILE                                     00003290
            END-IF.                                                     00003300
            IF WRK-FER-STATUS NOT EQUAL '00'                            00003310
               DISPLAY 'F16CIRJ - ERRO AO ABRIR FERIAS FILE STATUS '    00003320
                  WRK-FER-STATUS                                        00003330
               MOVE 16 TO RETURN-CODE                                   00003340
               STOP RUN                                                 00003350
            END-IF.                                                     00003360
                                                                        00003370
            OPEN OUTPUT RELATORIO.                                      00003380
            MOVE SPACES TO REL-LINHA.                                   00003390
            MOVE WRK-LINHA-TITULO TO REL-LINHA.                         00003400
            WRITE REL-LINHA.                                            00003410
                                                                        00003420
            MOVE WRK-DATA-SISTEMA TO WRK-DATA-AUX.                      00003430
            PERFORM 2800-EDITAR-DATA.                                   00003440
            MOVE WRK-DATA-EDITADA TO WRK-PAR-DATA.                      00003450
            MOVE WRK-CORTE-NUM TO WRK-DATA-AUX.                         00003460
            PERFORM 2800-EDITAR-DATA.                                   00003470
            MOVE WRK-DATA-EDITADA TO WRK-PAR-CORTE.                     00003480
            MOVE WRK-LINHA-PARAM TO REL-LINHA.                          00003490
            WRITE REL-LINHA.                                            00003500
      *----------------------------------------------------             00003510
       1000-99-FIM.                                EXIT.                00003520
      *----------------------------------------------------             00003530
      *****************************************************             00003540
      *     C A R R E G A R   A R Q U I V O   F U N C      *            00003550
      *****************************************************             00003560
      *----------------------------------------------------             00003570
       1100-CARREGAR                              SECTION.              00003580
      *----------------------------------------------------             00003590
            OPEN INPUT FUNC-FILE.                                       00003600
            IF WRK-FUNC-STATUS NOT EQUAL '00'                           00003610
               DISPLAY 'F16CIRJ - ERRO AO ABRIR FUNC FILE STATUS '      00003620
                  WRK-FUNC-STATUS                                       00003630
               MOVE 16 TO RETURN-CODE                                   00003640
               MOVE 'S' TO WRK-EOF-FUNC                                 00003650
            END-IF.                                                     00003660
                                                                        00003670
            PERFORM UNTIL FIM-FUNC                                      00003680
               READ FUNC-FILE                                           00003690
                  AT END                                                00003700
                     MOVE 'S' TO WRK-EOF-FUNC                           00003710
                  NOT AT END                                            00003720
                     IF WRK-FUNC-STATUS NOT EQUAL '00'                  00003730
                        DISPLAY 'F16CIRJ - ERRO DE LEITURA EM FUNC '    00003740
                           'FILE STATUS ' WRK-FUNC-STATUS               00003750
                        MOVE 'S' TO WRK-EOF-FUNC                        00003760
                        MOVE 16 TO RETURN-CODE                          00003770
                     ELSE                                               00003780
                        ADD 1 TO WRK-QTDE-LIDOS                         00003790
                        IF WRK-SITUACAO EQUAL 'A'                       00003800
                           PERFORM 1150-AVALIAR-FUNCIONARIO             00003810
                        END-IF                                          00003820
                     END-IF                                             00003830
               END-READ                                                 00003840
            END-PERFORM.                                                00003850
                                                                        00003860
            CLOSE FUNC-FILE.                                            00003870
      *----------------------------------------------------             00003880
       1100-99-FIM.                                EXIT.                00003890
      *----------------------------------------------------             00003900
      *****************************************************             00003910
      *   A V A L I A R   F U N C I O N A R I O           *             00003920
      *****************************************************             00003930
      *----------------------------------------------------             00003940
       1150-AVALIAR-FUNCIONARIO                   SECTION.              00003950
      *----------------------------------------------------             00003960
            PERFORM 2660-VALIDAR-DATA.                                  00003970
            IF WRK-DATA-OK EQUAL 'N'                                    00003980
               ADD 1 TO WRK-QTDE-DATA-INV                               00003990
            ELSE                                                        00004000
               ADD 1 TO WRK-QTDE-ATIVOS                                 00004010
               PERFORM 1200-GERAR-PERIODOS                              00004020
               PERFORM 1400-ATUALIZAR-PERIODOS                          00004030
            END-IF.                                                     00004040
      *----------------------------------------------------             00004050
       1150-99-FIM.                                EXIT.                00004060
      *----------------------------------------------------             00004070
      *****************************************************             00004080
      *   G E R A R   P E R I O D O S                     *             00004090
      *****************************************************             00004100
      *----------------------------------------------------             00004110
       1200-GERAR-PERIODOS                        SECTION.              00004120
      *----------------------------------------------------             00004130
      *        SO INTERESSAM PERIODOS COM PRAZO DE CONCESSAO            00004140
      *        AINDA ABERTO, E ESSE PRAZO TERMINA DOIS ANOS             00004150
      *        DEPOIS DO INICIO DO PERIODO: BASTA COMECAR DOIS          00004160
      *        ANOS ANTES DO ANO CORRENTE (OU NA ADMISSAO, SE           00004170
      *        FOR MAIS RECENTE).                                       00004180
            MOVE WRK-DATA-SISTEMA (1:4) TO WRK-PER-ANO.                 00004190
            SUBTRACT 2 FROM WRK-PER-ANO.                                00004200
            IF WRK-PER-ANO LESS THAN WRK-ANO                            00004210
               MOVE WRK-ANO TO WRK-PER-ANO                              00004220
            END-IF.                                                     00004230
                                                                        00004240
            MOVE 'N' TO WRK-FIM-PERIODOS.                               00004250
            PERFORM UNTIL WRK-FIM-PERIODOS EQUAL 'S'                    00004260
               MOVE WRK-PER-ANO TO WRK-ANIV-ANO                         00004270
               PERFORM 1300-CALCULAR-ANIVERSARIO                        00004280
               MOVE WRK-ANIV-NUM TO WRK-INI-NUM                         00004290
                                                                        00004300
               COMPUTE WRK-ANIV-ANO = WRK-PER-ANO + 1                   00004310
               PERFORM 1300-CALCULAR-ANIVERSARIO                        00004320
               COMPUTE WRK-FIM-NUM = FUNCTION DATE-OF-INTEGER           00004330
                       (WRK-ANIV-INT - 1)                               00004340
                                                                        00004350
               COMPUTE WRK-ANIV-ANO = WRK-PER-ANO + 2                   00004360
               PERFORM 1300-CALCULAR-ANIVERSARIO                        00004370
               COMPUTE WRK-LIM-NUM = FUNCTION DATE-OF-INTEGER           00004380
                       (WRK-ANIV-INT - 1)                               00004390
                                                                        00004400
      *        PERIODO AINDA EM CURSO NAO DA DIREITO: PARA AQUI.        00004410
               IF WRK-FIM-NUM NOT LESS THAN WRK-DATA-SISTEMA            00004420
                  MOVE 'S' TO WRK-FIM-PERIODOS                          00004430
               ELSE                                                     00004440
                  IF WRK-LIM-NUM NOT LESS THAN WRK-DATA-SISTEMA         00004450
                     PERFORM 1250-INCLUIR-PERIODO                       00004460
                  END-IF                                                00004470
                  ADD 1 TO WRK-PER-ANO                                  00004480
               END-IF                                                   00004490
            END-PERFORM.                                                00004500
      *----------------------------------------------------             00004510
       1200-99-FIM.                                EXIT.                00004520
      *----------------------------------------------------             00004530
      *****************************************************             00004540
      *   I N C L U I R   P E R I O D O                   *             00004550
      *****************************************************             00004560
      *----------------------------------------------------             00004570
       1250-INCLUIR-PERIODO                       SECTION.              00004580
      *----------------------------------------------------             00004590
            MOVE WRK-CHAVE   TO FER-CHAVE.                              00004600
            MOVE WRK-INI-NUM TO FER-AQUIS-INI.                          00004610
            READ FERIAS-FILE                                            00004620
               INVALID KEY                                              00004630
                  MOVE WRK-FIM-NUM TO FER-AQUIS-FIM                     00004640
                  MOVE WRK-LIM-NUM TO FER-LIMITE                        00004650
                  MOVE 30          TO FER-DIAS-DIREITO                  00004660
                  MOVE ZEROES      TO FER-DIAS-GOZADOS                  00004670
                  MOVE SPACES      TO FER-PROG-INICIO                   00004680
                  MOVE SPACES      TO FER-PROG-FIM                      00004690
                  MOVE ZEROES      TO FER-PROG-DIAS                     00004700
                  MOVE 'A'         TO FER-SITUACAO                      00004710
                  WRITE FER-REGISTRO                                    00004720
                  IF WRK-FER-STATUS NOT EQUAL '00'                      00004730
                     DISPLAY 'F16CIRJ - ERRO AO GRAVAR FERIAS '         00004740
                        FER-CHAVE-REG ' FILE STATUS ' WRK-FER-STATUS    00004750
                     MOVE 16 TO RETURN-CODE                             00004760
                  ELSE                                                  00004770
                     ADD 1 TO WRK-QTDE-GERADOS                          00004780
                  END-IF                                                00004790
            END-READ.                                                   00004800
      *----------------------------------------------------             00004810
       1250-99-FIM.                                EXIT.                00004820
      *----------------------------------------------------             00004830
      *****************************************************             00004840
      *   C A L C U L A R   A N I V E R S A R I O         *             00004850
      *****************************************************             00004860
      *----------------------------------------------------             00004870
       1300-CALCULAR-ANIVERSARIO                  SECTION.              00004880
      *----------------------------------------------------             00004890
      *        ANIVERSARIO DA ADMISSAO NO ANO WRK-ANIV-ANO. QUEM        00004900
      *        FOI ADMITIDO EM 29/02 FAZ ANIVERSARIO EM 01/03           00004910
      *        NOS ANOS QUE NAO SAO BISSEXTOS.                          00004920
            COMPUTE WRK-ANIV-NUM = WRK-ANIV-ANO * 10000                 00004930
                                 + WRK-MES * 100                        00004940
                                 + WRK-DIA.                             00004950
            IF WRK-MES EQUAL 2 AND WRK-DIA EQUAL 29                     00004960
               IF FUNCTION MOD(WRK-ANIV-ANO, 4) NOT EQUAL 0 OR          00004970
                  (FUNCTION MOD(WRK-ANIV-ANO, 100) EQUAL 0 AND          00004980
                   FUNCTION MOD(WRK-ANIV-ANO, 400) NOT EQUAL 0)         00004990
                  COMPUTE WRK-ANIV-NUM = WRK-ANIV-ANO * 10000           00005000
                                       + 0301                           00005010
               END-IF                                                   00005020
            END-IF.                                                     00005030
                                                                        00005040
            COMPUTE WRK-ANIV-INT =                                      00005050
                    FUNCTION INTEGER-OF-DATE(WRK-ANIV-NUM).             00005060
      *----------------------------------------------------             00005070
       1300-99-FIM.                                EXIT.                00005080
      *----------------------------------------------------             00005090
      *****************************************************             00005100
      *   A T U A L I Z A R   P E R I O D O S             *             00005110
      *****************************************************             00005120
      *----------------------------------------------------             00005130
       1400-ATUALIZAR-PERIODOS                    SECTION.              00005140
      *----------------------------------------------------             00005150
      *        A CHAVE DO FERIAS E FUNCIONARIO + INICIO DO              00005160
      *        PERIODO: O START NA CHAVE PARCIAL POSICIONA NO           00005170
      *        PERIODO MAIS ANTIGO DO FUNCIONARIO.                      00005180
            MOVE 'N'        TO WRK-FIM-CHAVE.                           00005190
            MOVE WRK-CHAVE  TO FER-CHAVE.                               00005200
            MOVE LOW-VALUES TO FER-AQUIS-INI.                           00005210
            START FERIAS-FILE KEY IS NOT LESS THAN FER-CHAVE-REG        00005220
               INVALID KEY                                              00005230
                  MOVE 'S' TO WRK-FIM-CHAVE                             00005240
            END-START.                                                  00005250
                                                                        00005260
            PERFORM UNTIL WRK-FIM-CHAVE EQUAL 'S'                       00005270
               READ FERIAS-FILE NEXT RECORD                             00005280
                  AT END                                                00005290
                     MOVE 'S' TO WRK-FIM-CHAVE                          00005300
                  NOT AT END                                            00005310
                     IF WRK-FER-STATUS NOT EQUAL '00'                   00005320
                        DISPLAY 'F16CIRJ - ERRO DE LEITURA EM FERIAS '  00005330
                           'FILE STATUS ' WRK-FER-STATUS                00005340
                        MOVE 'S' TO WRK-FIM-CHAVE                       00005350
                        MOVE 16 TO RETURN-CODE                          00005360
                     ELSE                                               00005370
                        IF FER-CHAVE NOT EQUAL WRK-CHAVE                00005380
                           MOVE 'S' TO WRK-FIM-CHAVE                    00005390
                        ELSE                                            00005400
                           PERFORM 1450-BAIXAR-GOZO                     00005410
                           PERFORM 1500-LIBERAR-PERIODO                 00005420
                        END-IF                                          00005430
                     END-IF                                             00005440
               END-READ                                                 00005450
            END-PERFORM.                                                00005460
      *----------------------------------------------------             00005470
       1400-99-FIM.                                EXIT.                00005480
      *----------------------------------------------------             00005490
      *****************************************************             00005500
      *   B A I X A R   F E R I A S   G O Z A D A S       *             00005510
      *****************************************************             00005520
      *----------------------------------------------------             00005530
       1450-BAIXAR-GOZO                           SECTION.              00005540
      *----------------------------------------------------             00005550
            IF FER-SITUACAO EQUAL 'P'                                   00005560
               AND FER-PROG-FIM LESS THAN WRK-DATA-SISTEMA              00005570
               ADD FER-PROG-DIAS TO FER-DIAS-GOZADOS                    00005580
               MOVE SPACES TO FER-PROG-INICIO                           00005590
               MOVE SPACES TO FER-PROG-FIM                              00005600
               MOVE ZEROES TO FER-PROG-DIAS                             00005610
               IF FER-DIAS-GOZADOS NOT LESS THAN FER-DIAS-DIREITO       00005620
                  MOVE 'Q' TO FER-SITUACAO                              00005630
               ELSE                                                     00005640
                  MOVE 'A' TO FER-SITUACAO                              00005650
               END-IF                                                   00005660
                                                                        00005670
               REWRITE FER-REGISTRO                                     00005680
               IF WRK-FER-STATUS NOT EQUAL '00'                         00005690
                  DISPLAY 'F16CIRJ - ERRO AO REGRAVAR FERIAS '          00005700
                     FER-CHAVE-REG ' FILE STATUS ' WRK-FER-STATUS       00005710
                  MOVE 16 TO RETURN-CODE                                00005720
               ELSE                                                     00005730
                  ADD 1 TO WRK-QTDE-BAIXADOS                            00005740
               END-IF                                                   00005750
            END-IF.                                                     00005760
      *----------------------------------------------------             00005770
       1450-99-FIM.                                EXIT.                00005780
      *----------------------------------------------------             00005790
      *****************************************************             00005800
      *   L I B E R A R   P E R I O D O                   *             00005810
      *****************************************************             00005820
      *----------------------------------------------------             00005830
       1500-LIBERAR-PERIODO                       SECTION.              00005840
      *----------------------------------------------------             00005850
            IF FER-SITUACAO NOT EQUAL 'Q'                               00005860
               AND FER-LIMITE NOT GREATER THAN WRK-CORTE-NUM            00005870
               COMPUTE WRK-SALDO = FER-DIAS-DIREITO                     00005880
                                 - FER-DIAS-GOZADOS                     00005890
                                                                        00005900
               MOVE WRK-SETOR      TO SRT-SETOR                         00005910
               MOVE FER-LIMITE     TO SRT-LIMITE                        00005920
               MOVE WRK-CHAVE      TO SRT-CHAVE                         00005930
               MOVE FER-AQUIS-INI  TO SRT-AQUIS-INI                     00005940
               MOVE FER-AQUIS-FIM  TO SRT-AQUIS-FIM                     00005950
               MOVE WRK-NOME       TO SRT-NOME                          00005960
               MOVE WRK-SALDO      TO SRT-SALDO                         00005970
                                                                        00005980
      *        PRAZO JA PASSADO COM SALDO: FERIAS A PAGAR EM            00005990
      *        DOBRO. PROGRAMADO TEM DATA MARCADA E SO PRECISA          00006000
      *        DE ACOMPANHAMENTO.                                       00006010
               EVALUATE TRUE                                            00006020
               WHEN FER-LIMITE LESS THAN WRK-DATA-SISTEMA               00006030
                  MOVE 'VENCIDO'    TO SRT-SITUACAO                     00006040
                  ADD 1 TO WRK-QTDE-VENCIDOS                            00006050
               WHEN FER-SITUACAO EQUAL 'P'                              00006060
                  MOVE 'PROGRAMADO' TO SRT-SITUACAO                     00006070
               WHEN OTHER                                               00006080
                  MOVE 'A VENCER'   TO SRT-SITUACAO                     00006090
               END-EVALUATE                                             00006100
                                                                        00006110
               RELEASE SRT-REC                                          00006120
            END-IF.                                                     00006130
      *----------------------------------------------------             00006140
       1500-99-FIM.                                EXIT.                00006150
      *----------------------------------------------------             00006160
      *****************************************************             00006170
      *     I M P R I M I R   R E L A T O R I O           *             00006180
      *****************************************************             00006190
      *----------------------------------------------------             00006200
       2000-IMPRIMIR                              SECTION.              00006210
      *----------------------------------------------------             00006220
            RETURN SORT-FILE                                            00006230
               AT END                                                   00006240
                  MOVE 'S' TO WRK-EOF-SORT                              00006250
            END-RETURN.                                                 00006260
                                                                        00006270
            PERFORM UNTIL FIM-SORT                                      00006280
               IF WRK-PRIMEIRO-GRUPO EQUAL 'S'                          00006290
                  MOVE 'N' TO WRK-PRIMEIRO-GRUPO                        00006300
                  PERFORM 2100-CABECALHO-SETOR                          00006310
               ELSE                                                     00006320
                  IF SRT-SETOR NOT EQUAL WRK-SETOR-ANTERIOR             00006330
                     PERFORM 2300-SUBTOTAL-SETOR                        00006340
                     PERFORM 2100-CABECALHO-SETOR                       00006350
                  END-IF                                                00006360
               END-IF                                                   00006370
                                                                        00006380
               MOVE SRT-SETOR TO WRK-SETOR-ANTERIOR                     00006390
               PERFORM 2500-IMPRIMIR-DETALHE                            00006400
                                                                        00006410
               RETURN SORT-FILE                                         00006420
                  AT END                                                00006430
                     MOVE 'S' TO WRK-EOF-SORT                           00006440
               END-RETURN                                               00006450
            END-PERFORM.                                                00006460
                                                                        00006470
            IF WRK-PRIMEIRO-GRUPO EQUAL 'N'                             00006480
               PERFORM 2300-SUBTOTAL-SETOR                              00006490
            END-IF.                                                     00006500
                                                                        00006510
            PERFORM 2600-IMPRIMIR-RESUMO.                               00006520
      *----------------------------------------------------             00006530
       2000-99-FIM.                                EXIT.                00006540
      *----------------------------------------------------             00006550
      *****************************************************             00006560
      *   C A B E C A L H O   D O   S E T O R             *             00006570
      *****************************************************             00006580
      *----------------------------------------------------             00006590
       2100-CABECALHO-SETOR                       SECTION.              00006600
      *----------------------------------------------------             00006610
            MOVE SPACES TO REL-LINHA.                                   00006620
            WRITE REL-LINHA.                                            00006630
                                                                        00006640
            MOVE SRT-SETOR TO WRK-CAB-SETOR.                            00006650
            MOVE WRK-LINHA-CAB-SETOR TO REL-LINHA.                      00006660
            WRITE REL-LINHA.                                            00006670
                                                                        00006680
            MOVE WRK-LINHA-COLUNAS TO REL-LINHA.                        00006690
            WRITE REL-LINHA.                                            00006700
      *----------------------------------------------------             00006710
       2100-99-FIM.                                EXIT.                00006720
      *----------------------------------------------------             00006730
      *****************************************************             00006740
      *   S U B T O T A L   D O   S E T O R               *             00006750
      *****************************************************             00006760
      *----------------------------------------------------             00006770
       2300-SUBTOTAL-SETOR                        SECTION.              00006780
      *----------------------------------------------------             00006790
            MOVE WRK-SETOR-ANTERIOR TO WRK-SUB-SET-SETOR.               00006800
            MOVE WRK-QTDE-SETOR     TO WRK-SUB-SET-QTDE.                00006810
                                                                        00006820
            MOVE WRK-LINHA-SUB-SETOR TO REL-LINHA.                      00006830
            WRITE REL-LINHA.                                            00006840
                                                                        00006850
            MOVE ZEROES TO WRK-QTDE-SETOR.                              00006860
      *----------------------------------------------------             00006870
       2300-99-FIM.                                EXIT.                00006880
      *----------------------------------------------------             00006890
      *****************************************************             00006900
      *            I M P R I M I R   D E T A L H E        *             00006910
      *****************************************************             00006920
      *----------------------------------------------------             00006930
       2500-IMPRIMIR-DETALHE                      SECTION.              00006940
      *----------------------------------------------------             00006950
            ADD 1 TO WRK-QTDE-SETOR.                                    00006960
            ADD 1 TO WRK-QTDE-LISTADOS.                                 00006970
                                                                        00006980
            MOVE SPACES        TO WRK-LINHA-DETALHE.                    00006990
            MOVE SRT-CHAVE     TO WRK-DET-CHAVE.                        00007000
            MOVE SRT-NOME      TO WRK-DET-NOME.                         00007010
            MOVE SRT-AQUIS-INI TO WRK-DATA-AUX.                         00007020
            PERFORM 2800-EDITAR-DATA.                                   00007030
            MOVE WRK-DATA-EDITADA TO WRK-DET-AQUIS-INI.                 00007040
            MOVE SRT-AQUIS-FIM TO WRK-DATA-AUX.                         00007050
            PERFORM 2800-EDITAR-DATA.                                   00007060
            MOVE WRK-DATA-EDITADA TO WRK-DET-AQUIS-FIM.                 00007070
            MOVE SRT-SALDO     TO WRK-DET-SALDO.                        00007080
            MOVE SRT-LIMITE    TO WRK-DATA-AUX.                         00007090
            PERFORM 2800-EDITAR-DATA.                                   00007100
            MOVE WRK-DATA-EDITADA TO WRK-DET-LIMITE.                    00007110
            MOVE SRT-SITUACAO  TO WRK-DET-SITUACAO.                     00007120
                                                                        00007130
            MOVE WRK-LINHA-DETALHE TO REL-LINHA.                        00007140
            WRITE REL-LINHA.                                            00007150
      *----------------------------------------------------             00007160
       2500-99-FIM.                                EXIT.                00007170
      *----------------------------------------------------             00007180
      *****************************************************             00007190
      *       I M P R I M I R   R E S U M O               *             00007200
      *****************************************************             00007210
      *----------------------------------------------------             00007220
       2600-IMPRIMIR-RESUMO                       SECTION.              00007230
      *----------------------------------------------------             00007240
            MOVE SPACES TO REL-LINHA.                                   00007250
            WRITE REL-LINHA.                                            00007260
                                                                        00007270
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00007280
            MOVE 'FUNCIONARIOS ATIVOS PROCESSADOS' TO WRK-RES-TEXTO.    00007290
            MOVE WRK-QTDE-ATIVOS TO WRK-RES-QTDE.                       00007300
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00007310
            WRITE REL-LINHA.                                            00007320
                                                                        00007330
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00007340
            MOVE 'ATIVOS COM DATA DE ADMISSAO INVALIDA'                 00007350
               TO WRK-RES-TEXTO.                                        00007360
            MOVE WRK-QTDE-DATA-INV TO WRK-RES-QTDE.                     00007370
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00007380
            WRITE REL-LINHA.                                            00007390
                                                                        00007400
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00007410
            MOVE 'PERIODOS AQUISITIVOS GERADOS' TO WRK-RES-TEXTO.       00007420
            MOVE WRK-QTDE-GERADOS TO WRK-RES-QTDE.                      00007430
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00007440
            WRITE REL-LINHA.                                            00007450
                                                                        00007460
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00007470
            MOVE 'PROGRAMACOES GOZADAS BAIXADAS' TO WRK-RES-TEXTO.      00007480
            MOVE WRK-QTDE-BAIXADOS TO WRK-RES-QTDE.                     00007490
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00007500
            WRITE REL-LINHA.                                            00007510
                                                                        00007520
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00007530
            MOVE 'PERIODOS LISTADOS' TO WRK-RES-TEXTO.                  00007540
            MOVE WRK-QTDE-LISTADOS TO WRK-RES-QTDE.                     00007550
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00007560
            WRITE REL-LINHA.                                            00007570
                                                                        00007580
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00007590
            MOVE 'PERIODOS VENCIDOS (FERIAS EM DOBRO)'                  00007600
               TO WRK-RES-TEXTO.                                        00007610
            MOVE WRK-QTDE-VENCIDOS TO WRK-RES-QTDE.                     00007620
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00007630
            WRITE REL-LINHA.                                            00007640
      *----------------------------------------------------             00007650
       2600-99-FIM.                                EXIT.                00007660
      *----------------------------------------------------             00007670
      *****************************************************             00007680
      *        V A L I D A R   D A T A   D E   A D M I S S A O          00007690
      *****************************************************             00007700
      *----------------------------------------------------             00007710
       2660-VALIDAR-DATA                          SECTION.              00007720
      *----------------------------------------------------             00007730
            MOVE 'S' TO WRK-DATA-OK.                                    00007740
                                                                        00007750
            IF WRK-DATAADM (1:2) IS NOT NUMERIC                         00007760
               OR WRK-DATAADM (4:2) IS NOT NUMERIC                      00007770
               OR WRK-DATAADM (7:4) IS NOT NUMERIC                      00007780
               MOVE 'N' TO WRK-DATA-OK                                  00007790
            ELSE                                                        00007800
               MOVE WRK-DATAADM (1:2) TO WRK-DIA                        00007810
               MOVE WRK-DATAADM (4:2) TO WRK-MES                        00007820
               MOVE WRK-DATAADM (7:4) TO WRK-ANO                        00007830
                                                                        00007840
               IF WRK-MES < 1 OR WRK-MES > 12                           00007850
                  MOVE 'N' TO WRK-DATA-OK                               00007860
               ELSE                                                     00007870
                  EVALUATE WRK-MES                                      00007880
                  WHEN 1  WHEN 3  WHEN 5  WHEN 7                        00007890
                  WHEN 8  WHEN 10 WHEN 12                               00007900
                     MOVE 31 TO WRK-DIA-MAX                             00007910
                  WHEN 4  WHEN 6  WHEN 9  WHEN 11                       00007920
                     MOVE 30 TO WRK-DIA-MAX                             00007930
                  WHEN 2                                                00007940
                     IF FUNCTION MOD(WRK-ANO, 4) EQUAL 0 AND            00007950
                        (FUNCTION MOD(WRK-ANO, 100) NOT EQUAL 0 OR      00007960
                         FUNCTION MOD(WRK-ANO, 400) EQUAL 0)            00007970
                        MOVE 29 TO WRK-DIA-MAX                          00007980
                     ELSE                                               00007990
                        MOVE 28 TO WRK-DIA-MAX                          00008000
                     END-IF                                             00008010
                  END-EVALUATE                                          00008020
                                                                        00008030
                  IF WRK-DIA < 1 OR WRK-DIA > WRK-DIA-MAX               00008040
                     MOVE 'N' TO WRK-DATA-OK                            00008050
                  END-IF                                                00008060
               END-IF                                                   00008070
                                                                        00008080
               IF WRK-DATA-OK EQUAL 'S'                                 00008090
                  COMPUTE WRK-ADM-NUM = WRK-ANO * 10000                 00008100
                                      + WRK-MES * 100                   00008110
                                      + WRK-DIA                         00008120
                  IF WRK-ADM-NUM > WRK-DATA-SISTEMA                     00008130
                     MOVE 'N' TO WRK-DATA-OK                            00008140
                  END-IF                                                00008150
               END-IF                                                   00008160
            END-IF.                                                     00008170
      *----------------------------------------------------             00008180
       2660-99-FIM.                                EXIT.                00008190
      *----------------------------------------------------             00008200
      *****************************************************             00008210
      *   E D I T A R   D A T A                           *             00008220
      *****************************************************             00008230
      *----------------------------------------------------             00008240
       2800-EDITAR-DATA                           SECTION.              00008250
      *----------------------------------------------------             00008260
      *        AAAAMMDD (EM WRK-DATA-AUX) PARA DD/MM/AAAA.              00008270
            MOVE WRK-DATA-AUX (7:2) TO WRK-DTE-DIA.                     00008280
            MOVE WRK-DATA-AUX (5:2) TO WRK-DTE-MES.                     00008290
            MOVE WRK-DATA-AUX (1:4) TO WRK-DTE-ANO.                     00008300
      *----------------------------------------------------             00008310
       2800-99-FIM.                                EXIT.                00008320
      *----------------------------------------------------             00008330
      *****************************************************             00008340
      *             F I N A L I Z A R                     *             00008350
      *****************************************************             00008360
      *----------------------------------------------------             00008370
       9000-FINALIZAR                             SECTION.              00008380
      *----------------------------------------------------             00008390
            CLOSE FERIAS-FILE.                                          00008400
            CLOSE RELATORIO.                                            00008410
                                                                        00008420
            PERFORM 8100-GRAVAR-RUNLOG-FIM.                             00008430
      *----------------------------------------------------             00008440
       9000-99-FIM.                                EXIT.                00008450
      *----------------------------------------------------             00008460
      *****************************************************             00008470
      *   G R A V A R   R U N L O G   -   I N I C I O     *             00008480
      *****************************************************             00008490
      *----------------------------------------------------             00008500
       8000-GRAVAR-RUNLOG-INICIO                  SECTION.              00008510
      *----------------------------------------------------             00008520
            MOVE 'F16CIRJ' TO RLG-PROGRAMA.                             00008530
            MOVE 'I'       TO RLG-EVENTO.                               00008540
            MOVE ZEROES    TO RLG-LIDOS.                                00008550
            MOVE ZEROES    TO RLG-GRAVADOS.                             00008560
            MOVE ZEROES    TO RLG-REJEITADOS.                           00008570
            MOVE ZEROES    TO RLG-RETCODE.                              00008580
            PERFORM 8200-GRAVAR-RUNLOG.                                 00008590
      *----------------------------------------------------             00008600
       8000-99-FIM.                                EXIT.                00008610
      *----------------------------------------------------             00008620
      *****************************************************             00008630
      *   G R A V A R   R U N L O G   -   F I M           *             00008640
      *****************************************************             00008650
      *----------------------------------------------------             00008660
       8100-GRAVAR-RUNLOG-FIM                     SECTION.              00008670
      *----------------------------------------------------             00008680
            MOVE 'F16CIRJ' TO RLG-PROGRAMA.                             00008690
            MOVE 'F'       TO RLG-EVENTO.                               00008700
            MOVE WRK-QTDE-LIDOS TO RLG-LIDOS.                           00008710
            COMPUTE RLG-GRAVADOS = WRK-QTDE-GERADOS                     00008720
                                 + WRK-QTDE-BAIXADOS.                   00008730
            MOVE WRK-QTDE-DATA-INV TO RLG-REJEITADOS.                   00008740
            MOVE RETURN-CODE TO RLG-RETCODE.                            00008750
            PERFORM 8200-GRAVAR-RUNLOG.                                 00008760
      *----------------------------------------------------             00008770
       8100-99-FIM.                                EXIT.                00008780
      *----------------------------------------------------             00008790
      *****************************************************             00008800
      *   G R A V A R   R U N L O G                       *             00008810
      *****************************************************             00008820
      *----------------------------------------------------             00008830
       8200-GRAVAR-RUNLOG                         SECTION.              00008840
      *----------------------------------------------------             00008850
      *        ABRE EM EXTEND, GRAVA E FECHA A CADA EVENTO,             00008860
      *        PARA O REGISTRO DE INICIO JA ESTAR NO ARQUIVO            00008870
      *        MESMO QUE O PROGRAMA CAIA NO MEIO.                       00008880
            MOVE FUNCTION CURRENT-DATE (1:14)                           00008890
                 TO WRK-RLOG-TIMESTAMP.                                 00008900
            MOVE WRK-RLG-HH TO WRK-RLH-HH.                              00008910
            MOVE WRK-RLG-MM TO WRK-RLH-MM.                              00008920
            MOVE WRK-RLG-SS TO WRK-RLH-SS.                              00008930
            MOVE WRK-RLG-DIA   TO RLG-DATA.                             00008940
            MOVE WRK-RLOG-HORA TO RLG-HORA.                             00008950
                                                                        00008960
            OPEN EXTEND RUNLOG.                                         00008970
            IF WRK-RLOG-STATUS NOT EQUAL '00'                           00008980
               DISPLAY 'F16CIRJ - ERRO AO ABRIR RUNLOG FILE STATUS '    00008990
                  WRK-RLOG-STATUS                                       00009000
               MOVE 16 TO RETURN-CODE                                   00009010
            ELSE                                                        00009020
               WRITE RLG-REGISTRO                                       00009030
               IF WRK-RLOG-STATUS NOT EQUAL '00'                        00009040
                  DISPLAY 'F16CIRJ - ERRO AO GRAVAR RUNLOG '            00009050
                     'FILE STATUS ' WRK-RLOG-STATUS                     00009060
                  MOVE 16 TO RETURN-CODE                                00009070
               END-IF                                                   00009080
               CLOSE RUNLOG                                             00009090
            END-IF.                                                     00009100
      *----------------------------------------------------             00009110
       8200-99-FIM.                                EXIT.                00009120
      *----------------------------------------------------             00009130
