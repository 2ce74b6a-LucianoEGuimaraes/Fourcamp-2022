      *====================================================             00000010
       IDENTIFICATION                            DIVISION.              00000020
      *====================================================             00000030
       PROGRAM-ID. F16CIRU.                                             00000040
                                                                        00000050
      *====================================================*            00000060
      *   AUTOR....:LUCIANO GUIMARAES                      *            00000070
      *   ANALISTA.:IVAN SANCHES                           *            00000080
      *   DATA ....:15/10/2026                             *            00000090
      *----------------------------------------------------*            00000100
      *   OBJETIVO:RELATORIO DOS FUNCIONARIOS ATIVOS COM   *            00000110
      *            SALARIO FORA DA FAIXA DO CARGO          *            00000120
      *            (F16CIDF), POR SETOR E CARGO: QUEM      *            00000130
      *            ESTA ABAIXO DO MINIMO E QUEM ESTA       *            00000140
      *            ACIMA DO MAXIMO, COM A DIFERENCA ATE O  *            00000150
      *            LIMITE DA FAIXA. SAI SUBTOTAL POR       *            00000160
      *            CARGO E POR SETOR E, NO FINAL, O        *            00000170
      *            RESUMO GERAL. ATIVOS SEM CARGO          *            00000180
      *            (ANTERIORES AO CADASTRO DE CARGOS),     *            00000190
      *            COM CARGO FORA DO MESTRE OU COM         *            00000200
      *            SALARIO INVALIDO SAEM SO NA CONTAGEM    *            00000210
      *            DO RESUMO.                              *            00000220
      *----------------------------------------------------*            00000230
      *   LIMITE ZERO NO MESTRE DE CARGOS VALE COMO SEM    *            00000240
      *   LIMITE NAQUELA PONTA DA FAIXA (MESMA REGRA DA    *            00000250
      *   FR16CIP2 E DA F16CIR7) E SAI ZERADO NO           *            00000260
      *   CABECALHO DO CARGO.                              *            00000270
      *----------------------------------------------------*            00000280
      *   BASE DE DADOS:                                   *            00000290
      *   TABELA.VSAM                                      *            00000300
      *    ------              I/O        INCLUDE/BOOK     *            00000310
      *   FUNC       CADASTRO FUNCIONARIOS   I  F16CID1    *            00000320
      *   CARGO      CADASTRO MESTRE CARGOS  I  F16CIDF    *            00000330
      *====================================================*            00000340
      *====================================================             00000350
       ENVIRONMENT                               DIVISION.              00000360
      *====================================================             00000370
       CONFIGURATION                              SECTION.              00000380
                                                                        00000390
       SPECIAL-NAMES.                                                   00000400
           DECIMAL-POINT IS COMMA.                                      00000410
                                                                        00000420
       INPUT-OUTPUT                               SECTION.              00000430
       FILE-CONTROL.                                                    00000440
           SELECT FUNC-FILE ASSIGN TO FUNC                              00000450
               ORGANIZATION IS INDEXED                                  00000460
               ACCESS MODE IS SEQUENTIAL                                00000470
               RECORD KEY IS WRK-CHAVE                                  00000480
               FILE STATUS IS WRK-FUNC-STATUS.                          00000490
                                                                        00000500
           SELECT CARGO-FILE ASSIGN TO CARGO                            00000510
               ORGANIZATION IS INDEXED                                  00000520
               ACCESS MODE IS RANDOM                                    00000530
               RECORD KEY IS CRG-CODIGO                                 00000540
               FILE STATUS IS WRK-CARGO-STATUS.                         00000550
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
       FD  FUNC-FILE                                                    00000710
           RECORDING MODE IS F.                                         00000720
                                                                        00000730
           COPY F16CID1.                                                00000740
                                                                        00000750
       FD  CARGO-FILE                                                   00000760
           RECORDING MODE IS F.                                         00000770
                                                                        00000780
           COPY F16CIDF.                                                00000790
                                                                        00000800
       SD  SORT-FILE.                                                   00000810
       01 SRT-REC.                                                      00000820
          05 SRT-SETOR         PIC X(04).                               00000830
          05 SRT-CARGO         PIC X(04).                               00000840
          05 SRT-CHAVE         PIC X(05).                               00000850
          05 SRT-NOME          PIC X(30).                               00000860
          05 SRT-CARGO-DESC    PIC X(30).                               00000870
          05 SRT-SAL-MINIMO    PIC 9(10).                               00000880
          05 SRT-SAL-MAXIMO    PIC 9(10).                               00000890
          05 SRT-FAIXA         PIC X(01).                               00000900
             88 SRT-ABAIXO               VALUE 'B'.                     00000910
             88 SRT-ACIMA                VALUE 'A'.                     00000920
          05 SRT-SALARIO       PIC 9(10).                               00000930
          05 SRT-LIMITE        PIC 9(10).                               00000940
          05 SRT-DIFERENCA     PIC 9(10).                               00000950
                                                                        00000960
       FD  RELATORIO                                                    00000970
           RECORDING MODE IS F.                                         00000980
       01 REL-LINHA            PIC X(132).                              00000990
                                                                        00001000
       FD  RUNLOG                                                       00001010
           RECORDING MODE IS F.                                         00001020
                                                                        00001030
           COPY F16CID9.                                                00001040
                                                                        00001050
      *----------------------------------------------------             00001060
       WORKING-STORAGE                           SECTION.               00001070
      *----------------------------------------------------             00001080
       77 WRK-FUNC-STATUS      PIC X(02) VALUE '00'.                    00001090
       77 WRK-CARGO-STATUS     PIC X(02) VALUE '00'.                    00001100
                                                                        00001110
       77 WRK-EOF-FUNC         PIC X(01) VALUE 'N'.                     00001120
          88 FIM-FUNC                    VALUE 'S'.                     00001130
       77 WRK-EOF-SORT         PIC X(01) VALUE 'N'.                     00001140
          88 FIM-SORT                    VALUE 'S'.                     00001150
                                                                        00001160
       77 WRK-SALARIO-NUM      PIC 9(10) VALUE ZEROES.                  00001170
                                                                        00001180
       77 WRK-PRIMEIRO-GRUPO   PIC X(01) VALUE 'S'.                     00001190
       77 WRK-SETOR-ANTERIOR   PIC X(04) VALUE SPACES.                  00001200
       77 WRK-CARGO-ANTERIOR   PIC X(04) VALUE SPACES.                  00001210
                                                                        00001220
       77 WRK-QTDE-ATIVOS      PIC 9(08) VALUE ZEROES.                  00001230
       77 WRK-QTDE-SEM-CARGO   PIC 9(08) VALUE ZEROES.                  00001240
       77 WRK-QTDE-CARGO-INV   PIC 9(08) VALUE ZEROES.                  00001250
       77 WRK-QTDE-SAL-INV     PIC 9(08) VALUE ZEROES.                  00001260
       77 WRK-QTDE-NA-FAIXA    PIC 9(08) VALUE ZEROES.                  00001270
       77 WRK-QTDE-ABAIXO      PIC 9(08) VALUE ZEROES.                  00001280
       77 WRK-QTDE-ACIMA       PIC 9(08) VALUE ZEROES.                  00001290
       77 WRK-QTDE-FORA        PIC 9(08) VALUE ZEROES.                  00001300
       77 WRK-QTDE-SEM-AVAL    PIC 9(08) VALUE ZEROES.                  00001310
       77 WRK-DIF-ABAIXO       PIC 9(12) VALUE ZEROES.                  00001320
       77 WRK-DIF-ACIMA        PIC 9(12) VALUE ZEROES.                  00001330
                                                                        00001340
      *        ACUMULADORES DAS QUEBRAS DE CARGO E DE SETOR.            00001350
       77 WRK-CRG-QTDE-ABAIXO  PIC 9(05) VALUE ZEROES.                  00001360
       77 WRK-CRG-QTDE-ACIMA   PIC 9(05) VALUE ZEROES.                  00001370
       77 WRK-CRG-DIF-ABAIXO   PIC 9(12) VALUE ZEROES.                  00001380
       77 WRK-CRG-DIF-ACIMA    PIC 9(12) VALUE ZEROES.                  00001390
       77 WRK-SET-QTDE-ABAIXO  PIC 9(05) VALUE ZEROES.                  00001400
       77 WRK-SET-QTDE-ACIMA   PIC 9(05) VALUE ZEROES.                  00001410
       77 WRK-SET-DIF-ABAIXO   PIC 9(12) VALUE ZEROES.                  00001420
       77 WRK-SET-DIF-ACIMA    PIC 9(12) VALUE ZEROES.                  00001430
                                                                        00001440
       01 WRK-LINHA-TITULO.                                             00001450
          05 FILLER            PIC X(03) VALUE SPACES.                  00001460
          05 FILLER            PIC X(50) VALUE                          00001470
             'RELATORIO DE FORA DA FAIXA SALARIAL DO CARGO'.            00001480
          05 FILLER            PIC X(79) VALUE SPACES.                  00001490
                                                                        00001500
       01 WRK-LINHA-CAB-SETOR.                                          00001510
          05 FILLER            PIC X(03) VALUE SPACES.                  00001520
          05 FILLER            PIC X(07) VALUE 'SETOR: '.               00001530
          05 WRK-CAB-SETOR         PIC X(04).                           00001540
          05 FILLER            PIC X(118) VALUE SPACES.                 00001550
                                                                        00001560
       01 WRK-LINHA-CAB-CARGO.                                          00001570
          05 FILLER            PIC X(03) VALUE SPACES.                  00001580
          05 FILLER            PIC X(07) VALUE 'CARGO: '.               00001590
          05 WRK-CAB-CARGO         PIC X(04).                           00001600
          05 FILLER            PIC X(03) VALUE ' - '.                   00001610
          05 WRK-CAB-CARGO-DESC    PIC X(30).                           00001620
          05 FILLER            PIC X(03) VALUE SPACES.                  00001630
          05 FILLER            PIC X(07) VALUE 'FAIXA: '.               00001640
          05 WRK-CAB-MINIMO        PIC Z.ZZZ.ZZZ.ZZ9.                   00001650
          05 FILLER            PIC X(03) VALUE ' A '.                   00001660
          05 WRK-CAB-MAXIMO        PIC Z.ZZZ.ZZZ.ZZ9.                   00001670
          05 FILLER            PIC X(46) VALUE SPACES.                  00001680
                                                                        00001690
       01 WRK-LINHA-COLUNAS.                                            00001700
          05 FILLER            PIC X(03) VALUE SPACES.                  00001710
          05 FILLER            PIC X(05) VALUE 'ID'.                    00001720
          05 FILLER            PIC X(03) VALUE SPACES.                  00001730
          05 FILLER            PIC X(30) VALUE 'NOME'.                  00001740
          05 FILLER            PIC X(03) VALUE SPACES.                  00001750
          05 FILLER            PIC X(13) VALUE 'SALARIO'.               00001760
          05 FILLER            PIC X(03) VALUE SPACES.                  00001770
          05 FILLER            PIC X(13) VALUE 'SITUACAO'.              00001780
          05 FILLER            PIC X(03) VALUE SPACES.                  00001790
          05 FILLER            PIC X(13) VALUE 'LIMITE FAIXA'.          00001800
          05 FILLER            PIC X(03) VALUE SPACES.                  00001810
          05 FILLER            PIC X(13) VALUE 'DIFERENCA'.             00001820
          05 FILLER            PIC X(27) VALUE SPACES.                  00001830
                                                                        00001840
       01 WRK-LINHA-DETALHE.                                            00001850
          05 FILLER            PIC X(03) VALUE SPACES.                  00001860
          05 WRK-DET-CHAVE         PIC X(05).                           00001870
          05 FILLER            PIC X(03) VALUE SPACES.                  00001880
          05 WRK-DET-NOME          PIC X(30).                           00001890
          05 FILLER            PIC X(03) VALUE SPACES.                  00001900
          05 WRK-DET-SALARIO       PIC Z.ZZZ.ZZZ.ZZ9.                   00001910
          05 FILLER            PIC X(03) VALUE SPACES.                  00001920
          05 WRK-DET-SITUACAO      PIC X(13).                           00001930
          05 FILLER            PIC X(03) VALUE SPACES.                  00001940
          05 WRK-DET-LIMITE        PIC Z.ZZZ.ZZZ.ZZ9.                   00001950
          05 FILLER            PIC X(03) VALUE SPACES.                  00001960
          05 WRK-DET-DIFERENCA     PIC Z.ZZZ.ZZZ.ZZ9.                   00001970
          05 FILLER            PIC X(27) VALUE SPACES.                  00001980
                                                                        00001990
      *        SUBTOTAL DO CARGO E TOTAL DO SETOR USAM A MESMA          00002000
      *        LINHA; SO MUDA O TEXTO DA PRIMEIRA COLUNA.               00002010
       01 WRK-LINHA-SUBTOTAL.                                           00002020
          05 FILLER            PIC X(03) VALUE SPACES.                  00002030
          05 WRK-SUB-TEXTO         PIC X(15).                           00002040
          05 WRK-SUB-CODIGO        PIC X(04).                           00002050
          05 FILLER            PIC X(03) VALUE SPACES.                  00002060
          05 FILLER            PIC X(08) VALUE 'ABAIXO: '.              00002070
          05 WRK-SUB-QTDE-ABAIXO   PIC ZZZZ9.                           00002080
          05 FILLER            PIC X(03) VALUE SPACES.                  00002090
          05 FILLER            PIC X(11) VALUE 'DIFERENCA: '.           00002100
          05 WRK-SUB-DIF-ABAIXO    PIC ZZZ.ZZZ.ZZZ.ZZ9.                 00002110
          05 FILLER            PIC X(03) VALUE SPACES.                  00002120
          05 FILLER            PIC X(07) VALUE 'ACIMA: '.               00002130
          05 WRK-SUB-QTDE-ACIMA    PIC ZZZZ9.                           00002140
          05 FILLER            PIC X(03) VALUE SPACES.                  00002150
          05 FILLER            PIC X(11) VALUE 'DIFERENCA: '.           00002160
          05 WRK-SUB-DIF-ACIMA     PIC ZZZ.ZZZ.ZZZ.ZZ9.                 00002170
          05 FILLER            PIC X(21) VALUE SPACES.                  00002180
                                                                        00002190
       01 WRK-LINHA-RESUMO.                                             00002200
          05 FILLER            PIC X(03) VALUE SPACES.                  00002210
          05 WRK-RES-TEXTO         PIC X(40).                           00002220
          05 WRK-RES-QTDE          PIC ZZZZZZZ9.                        00002230
          05 FILLER            PIC X(03) VALUE SPACES.                  00002240
          05 WRK-RES-VALOR         PIC ZZZ.ZZZ.ZZZ.ZZ9.                 00002250
          05 FILLER            PIC X(63) VALUE SPACES.                  00002260
                                                                        00002270
      *        CAMPOS DO LOG DE EXECUCAO (RUNLOG), GRAVADO NO           00002280
      *        INICIO E NO FIM DO PROGRAMA.                             00002290
       77 WRK-RLOG-STATUS      PIC X(02) VALUE '00'.                    00002300
                                                                        00002310
       01 WRK-RLOG-TIMESTAMP.                                           00002320
          05 WRK-RLG-DIA       PIC X(08).                               00002330
          05 WRK-RLG-HH        PIC X(02).                               00002340
          05 WRK-RLG-MM        PIC X(02).                               00002350
          05 WRK-RLG-SS        PIC X(02).                               00002360
                                                                        00002370
       01 WRK-RLOG-HORA.                                                00002380
          05 WRK-RLH-HH        PIC X(02).                               00002390
          05 FILLER            PIC X(01) VALUE ':'.                     00002400
          05 WRK-RLH-MM        PIC X(02).                               00002410
          05 FILLER            PIC X(01) VALUE ':'.                     00002420
          05 WRK-RLH-SS        PIC X(02).                               00002430
                                                                        00002440
      *====================================================             00002450
       PROCEDURE                                 DIVISION.              00002460
      *====================================================             00002470
      *****************************************************             00002480
      *          R O T I N A   P R I N C I P A L          *             00002490
      *****************************************************             00002500
      *----------------------------------------------------             00002510
       0000-PRINCIPAL                             SECTION.              00002520
      *----------------------------------------------------             00002530
            PERFORM 8000-GRAVAR-RUNLOG-INICIO.                          00002540
                                                                        00002550
            PERFORM 1000-INICIALIZAR.                                   00002560
                                                                        00002570
            SORT SORT-FILE                                              00002580
               ON ASCENDING KEY SRT-SETOR SRT-CARGO SRT-CHAVE           00002590
               INPUT PROCEDURE IS 1100-CARREGAR                         00002600
               OUTPUT PROCEDURE IS 2000-IMPRIMIR.                       00002610
                                                                        00002620
            PERFORM 9000-FINALIZAR.                                     00002630
                                                                        00002640
            STOP RUN.                                                   00002650
      *----------------------------------------------------             00002660
       0000-99-FIM.                                EXIT.                00002670
      *----------------------------------------------------             00002680
      *****************************************************             00002690
      *             I N I C I A L I Z A R                 *             00002700
      *****************************************************             00002710
      *----------------------------------------------------             00002720
       1000-INICIALIZAR                           SECTION.              00002730
      *----------------------------------------------------             00002740
            OPEN INPUT CARGO-FILE.                                      00002750
            IF WRK-CARGO-STATUS NOT EQUAL '00'                          00002760
               DISPLAY 'F16CIRU - ERRO AO ABRIR CARGO FILE STATUS '     00002770
                  WRK-CARGO-STATUS                                      00002780
               MOVE 16 TO RETURN-CODE                                   00002790
               STOP RUN                                                 00002800
            END-IF.                                                     00002810
                                                                        00002820
            OPEN OUTPUT RELATORIO.                                      00002830
            MOVE SPACES TO REL-LINHA.                                   00002840
            MOVE WRK-LINHA-TITULO TO REL-LINHA.                         00002850
            WRITE REL-LINHA.                                            00002860
      *----------------------------------------------------             00002870
       1000-99-FIM.                                EXIT.                00002880
      *----------------------------------------------------             00002890
      *****************************************************             00002900
      *     C A R R E G A R   A R Q U I V O   F U N C      *            00002910
      *****************************************************             00002920
      *----------------------------------------------------             00002930
       1100-CARREGAR                              SECTION.              00002940
      *----------------------------------------------------             00002950
            OPEN INPUT FUNC-FILE.                                       00002960
            IF WRK-FUNC-STATUS NOT EQUAL '00'                           00002970
               DISPLAY 'F16CIRU - ERRO AO ABRIR FUNC FILE STATUS '      00002980
                  WRK-FUNC-STATUS                                       00002990
               MOVE 16 TO RETURN-CODE                                   00003000
            ELSE                                                        00003010
               PERFORM UNTIL FIM-FUNC                                   00003020
                  READ FUNC-FILE                                        00003030
                     AT END                                             00003040
                        MOVE 'S' TO WRK-EOF-FUNC                        00003050
                     NOT AT END                                         00003060
                        IF WRK-FUNC-STATUS NOT EQUAL '00'               00003070
                           DISPLAY 'F16CIRU - ERRO DE LEITURA EM FUNC ' 00003080
                              'FILE STATUS ' WRK-FUNC-STATUS            00003090
                           MOVE 'S' TO WRK-EOF-FUNC                     00003100
                           MOVE 16 TO RETURN-CODE                       00003110
                        ELSE                                            00003120
                           IF WRK-SITUACAO EQUAL 'A'                    00003130
                              ADD 1 TO WRK-QTDE-ATIVOS                  00003140
                              PERFORM 1200-AVALIAR-FAIXA                00003150
                           END-IF                                       00003160
                        END-IF                                          00003170
                  END-READ                                              00003180
               END-PERFORM                                              00003190
               CLOSE FUNC-FILE                                          00003200
            END-IF.                                                     00003210
                                                                        00003220
            CLOSE CARGO-FILE.                                           00003240
      *----------------------------------------------------             00003250
       1100-99-FIM.                                EXIT.                00003260
      *----------------------------------------------------             00003270
      *****************************************************             00003280
      *   A V A L I A R   F A I X A   D O   C A R G O     *             00003290
      *****************************************************             00003300
      *----------------------------------------------------             00003310
       1200-AVALIAR-FAIXA                         SECTION.              00003320
      *----------------------------------------------------             00003330
      *        CARGO EXTINTO (CRG-SITUACAO 'I') CONTINUA COM A          00003340
      *        FAIXA VALENDO PARA QUEM AINDA ESTA NELE.                 00003350
            IF WRK-CARGO EQUAL SPACES                                   00003360
               ADD 1 TO WRK-QTDE-SEM-CARGO                              00003370
            ELSE                                                        00003380
               MOVE WRK-CARGO TO CRG-CODIGO                             00003390
               READ CARGO-FILE                                          00003400
               EVALUATE WRK-CARGO-STATUS                                00003410
               WHEN '00'                                                00003420
                  IF WRK-SALARIO IS NUMERIC                             00003430
                     MOVE WRK-SALARIO TO WRK-SALARIO-NUM                00003440
                     PERFORM 1300-CLASSIFICAR                           00003450
                  ELSE                                                  00003460
                     ADD 1 TO WRK-QTDE-SAL-INV                          00003470
                  END-IF                                                00003480
               WHEN '23'                                                00003490
                  ADD 1 TO WRK-QTDE-CARGO-INV                           00003500
               WHEN OTHER                                               00003510
                  DISPLAY 'F16CIRU - ERRO DE LEITURA EM CARGO COD '     00003520
                     CRG-CODIGO ' FILE STATUS ' WRK-CARGO-STATUS        00003530
                  MOVE 16 TO RETURN-CODE                                00003540
                  MOVE 'S' TO WRK-EOF-FUNC                              00003550
               END-EVALUATE                                             00003560
            END-IF.                                                     00003570
      *----------------------------------------------------             00003580
       1200-99-FIM.                                EXIT.                00003590
      *----------------------------------------------------             00003600
      *****************************************************             00003610
      *   C L A S S I F I C A R   N A   F A I X A         *             00003620
      *****************************************************             00003630
      *----------------------------------------------------             00003640
       1300-CLASSIFICAR                           SECTION.              00003650
      *----------------------------------------------------             00003660
            MOVE SPACES TO SRT-FAIXA.                                   00003670
                                                                        00003680
            IF CRG-SAL-MINIMO IS NUMERIC                                00003690
               AND CRG-SAL-MINIMO GREATER THAN ZEROES                   00003700
               AND WRK-SALARIO-NUM LESS THAN CRG-SAL-MINIMO             00003710
               MOVE 'B'            TO SRT-FAIXA                         00003720
               MOVE CRG-SAL-MINIMO TO SRT-LIMITE                        00003730
               COMPUTE SRT-DIFERENCA = CRG-SAL-MINIMO                   00003740
                                     - WRK-SALARIO-NUM                  00003750
               ADD 1             TO WRK-QTDE-ABAIXO                     00003760
               ADD SRT-DIFERENCA TO WRK-DIF-ABAIXO                      00003770
            END-IF.                                                     00003780
                                                                        00003790
            IF CRG-SAL-MAXIMO IS NUMERIC                                00003800
               AND CRG-SAL-MAXIMO GREATER THAN ZEROES                   00003810
               AND WRK-SALARIO-NUM GREATER THAN CRG-SAL-MAXIMO          00003820
               MOVE 'A'            TO SRT-FAIXA                         00003830
               MOVE CRG-SAL-MAXIMO TO SRT-LIMITE                        00003840
               COMPUTE SRT-DIFERENCA = WRK-SALARIO-NUM                  00003850
                                     - CRG-SAL-MAXIMO                   00003860
               ADD 1             TO WRK-QTDE-ACIMA                      00003870
               ADD SRT-DIFERENCA TO WRK-DIF-ACIMA                       00003880
            END-IF.                                                     00003890
                                                                        00003900
            IF SRT-FAIXA EQUAL SPACES                                   00003910
               ADD 1 TO WRK-QTDE-NA-FAIXA                               00003920
            ELSE                                                        00003930
               MOVE WRK-SETOR       TO SRT-SETOR                        00003940
               MOVE WRK-CARGO       TO SRT-CARGO                        00003950
               MOVE WRK-CHAVE       TO SRT-CHAVE                        00003960
               MOVE WRK-NOME        TO SRT-NOME                         00003970
               MOVE CRG-DESCRICAO   TO SRT-CARGO-DESC                   00003980
               MOVE WRK-SALARIO-NUM TO SRT-SALARIO                      00003990
               IF CRG-SAL-MINIMO IS NUMERIC                             00004000
                  MOVE CRG-SAL-MINIMO TO SRT-SAL-MINIMO                 00004010
               ELSE                                                     00004020
                  MOVE ZEROES         TO SRT-SAL-MINIMO                 00004030
               END-IF                                                   00004040
               IF CRG-SAL-MAXIMO IS NUMERIC                             00004050
                  MOVE CRG-SAL-MAXIMO TO SRT-SAL-MAXIMO                 00004060
               ELSE                                                     00004070
                  MOVE ZEROES         TO SRT-SAL-MAXIMO                 00004080
               END-IF                                                   00004090
               RELEASE SRT-REC                                          00004100
            END-IF.                                                     00004110
      *----------------------------------------------------             00004120
       1300-99-FIM.                                EXIT.                00004130
      *----------------------------------------------------             00004140
      *****************************************************             00004150
      *     I M P R I M I R   R E L A T O R I O           *             00004160
      *****************************************************             00004170
      *----------------------------------------------------             00004180
       2000-IMPRIMIR                              SECTION.              00004190
      *----------------------------------------------------             00004200
            RETURN SORT-FILE                                            00004210
               AT END                                                   00004220
                  MOVE 'S' TO WRK-EOF-SORT                              00004230
            END-RETURN.                                                 00004240
                                                                        00004250
            PERFORM UNTIL FIM-SORT                                      00004260
               IF WRK-PRIMEIRO-GRUPO EQUAL 'S'                          00004270
                  MOVE 'N' TO WRK-PRIMEIRO-GRUPO                        00004280
                  PERFORM 2100-CABECALHO-SETOR                          00004290
                  PERFORM 2150-CABECALHO-CARGO                          00004300
               ELSE                                                     00004310
                  IF SRT-SETOR NOT EQUAL WRK-SETOR-ANTERIOR             00004320
                     PERFORM 2200-SUBTOTAL-CARGO                        00004330
                     PERFORM 2300-SUBTOTAL-SETOR                        00004340
                     PERFORM 2100-CABECALHO-SETOR                       00004350
                     PERFORM 2150-CABECALHO-CARGO                       00004360
                  ELSE                                                  00004370
                     IF SRT-CARGO NOT EQUAL WRK-CARGO-ANTERIOR          00004380
                        PERFORM 2200-SUBTOTAL-CARGO                     00004390
                        PERFORM 2150-CABECALHO-CARGO                    00004400
                     END-IF                                             00004410
                  END-IF                                                00004420
               END-IF                                                   00004430
                                                                        00004440
               MOVE SRT-SETOR TO WRK-SETOR-ANTERIOR                     00004450
               MOVE SRT-CARGO TO WRK-CARGO-ANTERIOR                     00004460
               PERFORM 2500-IMPRIMIR-DETALHE                            00004470
                                                                        00004480
               RETURN SORT-FILE                                         00004490
                  AT END                                                00004500
                     MOVE 'S' TO WRK-EOF-SORT                           00004510
               END-RETURN                                               00004520
            END-PERFORM.                                                00004530
                                                                        00004540
            IF WRK-PRIMEIRO-GRUPO EQUAL 'N'                             00004550
               PERFORM 2200-SUBTOTAL-CARGO                              00004560
               PERFORM 2300-SUBTOTAL-SETOR                              00004570
            END-IF.                                                     00004580
                                                                        00004590
            PERFORM 2600-IMPRIMIR-RESUMO.                               00004600
      *----------------------------------------------------             00004610
       2000-99-FIM.                                EXIT.                00004620
      *----------------------------------------------------             00004630
      *****************************************************             00004640
      *   C A B E C A L H O   D O   S E T O R             *             00004650
      *****************************************************             00004660
      *----------------------------------------------------             00004670
       2100-CABECALHO-SETOR                       SECTION.              00004680
      *----------------------------------------------------             00004690
            MOVE SPACES TO REL-LINHA.                                   00004700
            WRITE REL-LINHA.                                            00004710
                                                                        00004720
            MOVE SRT-SETOR TO WRK-CAB-SETOR.                            00004730
            MOVE WRK-LINHA-CAB-SETOR TO REL-LINHA.                      00004740
            WRITE REL-LINHA.                                            00004750
      *----------------------------------------------------             00004760
       2100-99-FIM.                                EXIT.                00004770
      *----------------------------------------------------             00004780
      *****************************************************             00004790
      *   C A B E C A L H O   D O   C A R G O             *             00004800
      *****************************************************             00004810
      *----------------------------------------------------             00004820
       2150-CABECALHO-CARGO                       SECTION.              00004830
      *----------------------------------------------------             00004840
            MOVE SPACES TO REL-LINHA.                                   00004850
            WRITE REL-LINHA.                                            00004860
                                                                        00004870
            MOVE SRT-CARGO      TO WRK-CAB-CARGO.                       00004880
            MOVE SRT-CARGO-DESC TO WRK-CAB-CARGO-DESC.                  00004890
            MOVE SRT-SAL-MINIMO TO WRK-CAB-MINIMO.                      00004900
            MOVE SRT-SAL-MAXIMO TO WRK-CAB-MAXIMO.                      00004910
            MOVE WRK-LINHA-CAB-CARGO TO REL-LINHA.                      00004920
            WRITE REL-LINHA.                                            00004930
                                                                        00004940
            MOVE WRK-LINHA-COLUNAS TO REL-LINHA.                        00004950
            WRITE REL-LINHA.                                            00004960
      *----------------------------------------------------             00004970
       2150-99-FIM.                                EXIT.                00004980
      *----------------------------------------------------             00004990
      *****************************************************             00005000
      *   S U B T O T A L   D O   C A R G O               *             00005010
      *****************************************************             00005020
      *----------------------------------------------------             00005030
       2200-SUBTOTAL-CARGO                        SECTION.              00005040
      *----------------------------------------------------             00005050
            MOVE 'SUBTOTAL CARGO '   TO WRK-SUB-TEXTO.                  00005060
            MOVE WRK-CARGO-ANTERIOR  TO WRK-SUB-CODIGO.                 00005070
            MOVE WRK-CRG-QTDE-ABAIXO TO WRK-SUB-QTDE-ABAIXO.            00005080
            MOVE WRK-CRG-DIF-ABAIXO  TO WRK-SUB-DIF-ABAIXO.             00005090
            MOVE WRK-CRG-QTDE-ACIMA  TO WRK-SUB-QTDE-ACIMA.             00005100
            MOVE WRK-CRG-DIF-ACIMA   TO WRK-SUB-DIF-ACIMA.              00005110
                                                                        00005120
            MOVE WRK-LINHA-SUBTOTAL TO REL-LINHA.                       00005130
            WRITE REL-LINHA.                                            00005140
                                                                        00005150
            MOVE ZEROES TO WRK-CRG-QTDE-ABAIXO.                         00005160
            MOVE ZEROES TO WRK-CRG-DIF-ABAIXO.                          00005170
            MOVE ZEROES TO WRK-CRG-QTDE-ACIMA.                          00005180
            MOVE ZEROES TO WRK-CRG-DIF-ACIMA.                           00005190
      *----------------------------------------------------             00005200
       2200-99-FIM.                                EXIT.                00005210
      *----------------------------------------------------             00005220
      *****************************************************             00005230
      *   S U B T O T A L   D O   S E T O R               *             00005240
      *****************************************************             00005250
      *----------------------------------------------------             00005260
       2300-SUBTOTAL-SETOR                        SECTION.              00005270
      *----------------------------------------------------             00005280
            MOVE 'TOTAL DO SETOR '   TO WRK-SUB-TEXTO.                  00005290
            MOVE WRK-SETOR-ANTERIOR  TO WRK-SUB-CODIGO.                 00005300
            MOVE WRK-SET-QTDE-ABAIXO TO WRK-SUB-QTDE-ABAIXO.            00005310
            MOVE WRK-SET-DIF-ABAIXO  TO WRK-SUB-DIF-ABAIXO.             00005320
            MOVE WRK-SET-QTDE-ACIMA  TO WRK-SUB-QTDE-ACIMA.             00005330
            MOVE WRK-SET-DIF-ACIMA   TO WRK-SUB-DIF-ACIMA.              00005340
                                                                        00005350
            MOVE WRK-LINHA-SUBTOTAL TO REL-LINHA.                       00005360
            WRITE REL-LINHA.                                            00005370
                                                                        00005380
            MOVE ZEROES TO WRK-SET-QTDE-ABAIXO.                         00005390
            MOVE ZEROES TO WRK-SET-DIF-ABAIXO.                          00005400
            MOVE ZEROES TO WRK-SET-QTDE-ACIMA.                          00005410
            MOVE ZEROES TO WRK-SET-DIF-ACIMA.                           00005420
      *----------------------------------------------------             00005430
       2300-99-FIM.                                EXIT.                00005440
      *----------------------------------------------------             00005450
      *****************************************************             00005460
      *            I M P R I M I R   D E T A L H E        *             00005470
      *****************************************************             00005480
      *----------------------------------------------------             00005490
       2500-IMPRIMIR-DETALHE                      SECTION.              00005500
      *----------------------------------------------------             00005510
            MOVE SPACES           TO WRK-LINHA-DETALHE.                 00005520
            MOVE SRT-CHAVE        TO WRK-DET-CHAVE.                     00005530
            MOVE SRT-NOME         TO WRK-DET-NOME.                      00005540
            MOVE SRT-SALARIO      TO WRK-DET-SALARIO.                   00005550
            MOVE SRT-LIMITE       TO WRK-DET-LIMITE.                    00005560
            MOVE SRT-DIFERENCA    TO WRK-DET-DIFERENCA.                 00005570
                                                                        00005580
            IF SRT-ABAIXO                                               00005590
               MOVE 'ABAIXO DO MIN' TO WRK-DET-SITUACAO                 00005600
               ADD 1             TO WRK-CRG-QTDE-ABAIXO                 00005610
               ADD 1             TO WRK-SET-QTDE-ABAIXO                 00005620
               ADD SRT-DIFERENCA TO WRK-CRG-DIF-ABAIXO                  00005630
               ADD SRT-DIFERENCA TO WRK-SET-DIF-ABAIXO                  00005640
            ELSE                                                        00005650
               MOVE 'ACIMA DO MAX'  TO WRK-DET-SITUACAO                 00005660
               ADD 1             TO WRK-CRG-QTDE-ACIMA                  00005670
               ADD 1             TO WRK-SET-QTDE-ACIMA                  00005680
               ADD SRT-DIFERENCA TO WRK-CRG-DIF-ACIMA                   00005690
               ADD SRT-DIFERENCA TO WRK-SET-DIF-ACIMA                   00005700
            END-IF.                                                     00005710
                                                                        00005720
            MOVE WRK-LINHA-DETALHE TO REL-LINHA.                        00005730
            WRITE REL-LINHA.                                            00005740
      *----------------------------------------------------             00005750
       2500-99-FIM.                                EXIT.                00005760
      *----------------------------------------------------             00005770
      *****************************************************             00005780
      *       I M P R I M I R   R E S U M O               *             00005790
      *****************************************************             00005800
      *----------------------------------------------------             00005810
       2600-IMPRIMIR-RESUMO                       SECTION.              00005820
      *----------------------------------------------------             00005830
            MOVE SPACES TO REL-LINHA.                                   00005840
            WRITE REL-LINHA.                                            00005850
                                                                        00005860
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00005870
            MOVE 'FUNCIONARIOS ATIVOS' TO WRK-RES-TEXTO.                00005880
            MOVE WRK-QTDE-ATIVOS TO WRK-RES-QTDE.                       00005890
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00005900
            WRITE REL-LINHA.                                            00005910
                                                                        00005920
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00005930
            MOVE 'DENTRO DA FAIXA DO CARGO' TO WRK-RES-TEXTO.           00005940
            MOVE WRK-QTDE-NA-FAIXA TO WRK-RES-QTDE.                     00005950
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00005960
            WRITE REL-LINHA.                                            00005970
                                                                        00005980
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00005990
            MOVE 'ABAIXO DO MINIMO / DIFERENCA TOTAL'                   00006000
                 TO WRK-RES-TEXTO.                                      00006010
            MOVE WRK-QTDE-ABAIXO TO WRK-RES-QTDE.                       00006020
            MOVE WRK-DIF-ABAIXO  TO WRK-RES-VALOR.                      00006030
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00006040
            WRITE REL-LINHA.                                            00006050
                                                                        00006060
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00006070
            MOVE 'ACIMA DO MAXIMO / DIFERENCA TOTAL'                    00006080
                 TO WRK-RES-TEXTO.                                      00006090
            MOVE WRK-QTDE-ACIMA TO WRK-RES-QTDE.                        00006100
            MOVE WRK-DIF-ACIMA  TO WRK-RES-VALOR.                       00006110
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00006120
            WRITE REL-LINHA.                                            00006130
                                                                        00006140
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00006150
            MOVE 'ATIVOS SEM CARGO' TO WRK-RES-TEXTO.                   00006160
            MOVE WRK-QTDE-SEM-CARGO TO WRK-RES-QTDE.                    00006170
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00006180
            WRITE REL-LINHA.                                            00006190
                                                                        00006200
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00006210
            MOVE 'CARGO NAO CADASTRADO NO MESTRE' TO WRK-RES-TEXTO.     00006220
            MOVE WRK-QTDE-CARGO-INV TO WRK-RES-QTDE.                    00006230
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00006240
            WRITE REL-LINHA.                                            00006250
                                                                        00006260
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00006270
            MOVE 'SALARIO INVALIDO NO CADASTRO' TO WRK-RES-TEXTO.       00006280
            MOVE WRK-QTDE-SAL-INV TO WRK-RES-QTDE.                      00006290
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00006300
            WRITE REL-LINHA.                                            00006310
      *----------------------------------------------------             00006320
       2600-99-FIM.                                EXIT.                00006330
      *----------------------------------------------------             00006340
      *****************************************************             00006350
      *             F I N A L I Z A R                     *             00006360
      *****************************************************             00006370
      *----------------------------------------------------             00006380
       9000-FINALIZAR                             SECTION.              00006390
      *----------------------------------------------------             00006400
            CLOSE RELATORIO.                                            00006410
                                                                        00006420
            PERFORM 8100-GRAVAR-RUNLOG-FIM.                             00006430
      *----------------------------------------------------             00006440
       9000-99-FIM.                                EXIT.                00006450
      *----------------------------------------------------             00006460
      *****************************************************             00006470
      *   G R A V A R   R U N L O G   -   I N I C I O     *             00006480
      *****************************************************             00006490
      *----------------------------------------------------             00006500
       8000-GRAVAR-RUNLOG-INICIO                  SECTION.              00006510
      *----------------------------------------------------             00006520
            MOVE 'F16CIRU' TO RLG-PROGRAMA.                             00006530
            MOVE 'I'       TO RLG-EVENTO.                               00006540
            MOVE ZEROES    TO RLG-LIDOS.                                00006550
            MOVE ZEROES    TO RLG-GRAVADOS.                             00006560
            MOVE ZEROES    TO RLG-REJEITADOS.                           00006570
            MOVE ZEROES    TO RLG-RETCODE.                              00006580
            PERFORM 8200-GRAVAR-RUNLOG.                                 00006590
      *----------------------------------------------------             00006600
       8000-99-FIM.                                EXIT.                00006610
      *----------------------------------------------------             00006620
      *****************************************************             00006630
      *   G R A V A R   R U N L O G   -   F I M           *             00006640
      *****************************************************             00006650
      *----------------------------------------------------             00006660
       8100-GRAVAR-RUNLOG-FIM                     SECTION.              00006670
      *----------------------------------------------------             00006680
      *        GRAVADOS = FORA DA FAIXA LISTADOS; REJEITADOS =          00006690
      *        ATIVOS QUE NAO DA PARA AVALIAR (SEM CARGO, CARGO         00006700
      *        FORA DO MESTRE OU SALARIO INVALIDO).                     00006710
            COMPUTE WRK-QTDE-FORA = WRK-QTDE-ABAIXO                     00006720
                                  + WRK-QTDE-ACIMA.                     00006730
            COMPUTE WRK-QTDE-SEM-AVAL = WRK-QTDE-SEM-CARGO              00006740
                                      + WRK-QTDE-CARGO-INV              00006750
                                      + WRK-QTDE-SAL-INV.               00006760
            MOVE 'F16CIRU' TO RLG-PROGRAMA.                             00006770
            MOVE 'F'       TO RLG-EVENTO.                               00006780
            MOVE WRK-QTDE-ATIVOS   TO RLG-LIDOS.                        00006790
            MOVE WRK-QTDE-FORA     TO RLG-GRAVADOS.                     00006800
            MOVE WRK-QTDE-SEM-AVAL TO RLG-REJEITADOS.                   00006810
            MOVE RETURN-CODE TO RLG-RETCODE.                            00006820
            PERFORM 8200-GRAVAR-RUNLOG.                                 00006830
      *----------------------------------------------------             00006840
       8100-99-FIM.                                EXIT.                00006850
      *----------------------------------------------------             00006860
      *****************************************************             00006870
      *   G R A V A R   R U N L O G                       *             00006880
      *****************************************************             00006890
      *----------------------------------------------------             00006900
       8200-GRAVAR-RUNLOG                         SECTION.              00006910
      *----------------------------------------------------             00006920
      *        ABRE EM EXTEND, GRAVA E FECHA A CADA EVENTO,             00006930
      *        PARA O REGISTRO DE INICIO JA ESTAR NO ARQUIVO            00006940
      *        MESMO QUE O PROGRAMA CAIA NO MEIO.                       00006950
            MOVE FUNCTION CURRENT-DATE (1:14)                           00006960
                 TO WRK-RLOG-TIMESTAMP.                                 00006970
            MOVE WRK-RLG-HH TO WRK-RLH-HH.                              00006980
            MOVE WRK-RLG-MM TO WRK-RLH-MM.                              00006990
            MOVE WRK-RLG-SS TO WRK-RLH-SS.                              00007000
            MOVE WRK-RLG-DIA   TO RLG-DATA.                             00007010
            MOVE WRK-RLOG-HORA TO RLG-HORA.                             00007020
                                                                        00007030
            OPEN EXTEND RUNLOG.                                         00007040
            IF WRK-RLOG-STATUS NOT EQUAL '00'                           00007050
               DISPLAY 'F16CIRU - ERRO AO ABRIR RUNLOG FILE STATUS '    00007060
                  WRK-RLOG-STATUS                                       00007070
               MOVE 16 TO RETURN-CODE                                   00007080
            ELSE                                                        00007090
               WRITE RLG-REGISTRO                                       00007100
               IF WRK-RLOG-STATUS NOT EQUAL '00'                        00007110
                  DISPLAY 'F16CIRU - ERRO AO GRAVAR RUNLOG '            00007120
                     'FILE STATUS ' WRK-RLOG-STATUS                     00007130
                  MOVE 16 TO RETURN-CODE                                00007140
               END-IF                                                   00007150
               CLOSE RUNLOG                                             00007160
            END-IF.                                                     00007170
      *----------------------------------------------------             00007180
       8200-99-FIM.                                EXIT.                00007190
      *----------------------------------------------------             00007200
