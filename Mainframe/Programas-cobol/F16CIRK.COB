      *====================================================             00000010
       IDENTIFICATION                            DIVISION.              00000020
      *====================================================             00000030
       PROGRAM-ID. F16CIRK.                                             00000040
                                                                        00000050
      *====================================================*            00000060
      *   AUTOR....:LUCIANO GUIMARAES                      *            00000070
      *   ANALISTA.:IVAN SANCHES                           *            00000080
      *   DATA ....:15/10/2026                             *            00000090
      *----------------------------------------------------*            00000100
      *   OBJETIVO:CALCULAR AS DIFERENCAS RETROATIVAS DE   *            00000110
      *            UM REAJUSTE DO F16CIR3 COM VIGENCIA     *            00000120
      *            ANTERIOR AO MES EM QUE RODOU. LE NO     *            00000130
      *            HISTSAL OS REGISTROS GRAVADOS PELO      *            00000140
      *            REAJUSTE DO DIA INFORMADO (ORIGEM       *            00000150
      *            'REAJ ' COM MESES DE RETROATIVO NAS     *            00000160
      *            COL 11-12) E, PARA CADA FUNCIONARIO,    *            00000170
      *            GERA UM REGISTRO POR MES DEVIDO - DA    *            00000180
      *            COMPETENCIA DE VIGENCIA ATE O MES       *            00000190
      *            ANTERIOR AO DO REAJUSTE (A FOLHA DO     *            00000200
      *            PROPRIO MES JA SAI COM O SALARIO NOVO)  *            00000210
      *            - COM A DIFERENCA ENTRE O SALARIO NOVO  *            00000220
      *            E O ANTERIOR. O ARQUIVO RETRO SAI NA    *            00000230
      *            MESMA ORDEM DE CHAVE DO EXTRATO         *            00000240
      *            (F16CIR2) PARA A INTERFACE DE FOLHA. O  *            00000250
      *            FUNCIONARIO DESLIGADO (WRK-DATADEM)     *            00000260
      *            RECEBE SO ATE O MES DO DESLIGAMENTO. O  *            00000270
      *            REAJUSTE JA ESTORNADO PELO F16CIRD NAO  *            00000280
      *            GERA RETROATIVO. RELATORIO COM OS       *            00000290
      *            VALORES POR FUNCIONARIO E TOTAIS POR    *            00000300
      *            SETOR.                                  *            00000310
      *----------------------------------------------------*            00000320
      *   PARAMETROS (PARM):                               *            00000330
      *   COL 01-08 DATA DO REAJUSTE (AAAAMMDD)            *            00000340
      *             (EM BRANCO = DATA DO PROCESSAMENTO)    *            00000350
      *----------------------------------------------------*            00000360
      *   BASE DE DADOS:                                   *            00000370
      *   TABELA.VSAM                                      *            00000380
      *    ------              I/O        INCLUDE/BOOK     *            00000390
      *   FUNC       CADASTRO FUNCIONARIOS   I  F16CID1    *            00000400
      *   HISTSAL    HISTORICO DE SALARIOS   I  F16CID5    *            00000410
      *====================================================*            00000420
      *====================================================             00000430
       ENVIRONMENT                               DIVISION.              00000440
      *====================================================             00000450
       CONFIGURATION                              SECTION.              00000460
                                                                        00000470
       SPECIAL-NAMES.                                                   00000480
           DECIMAL-POINT IS COMMA.                                      00000490
                                                                        00000500
       INPUT-OUTPUT                               SECTION.              00000510
       FILE-CONTROL.                                                    00000520
           SELECT FUNC-FILE ASSIGN TO FUNC                              00000530
               ORGANIZATION IS INDEXED                                  00000540
               ACCESS MODE IS RANDOM                                    00000550
               RECORD KEY IS WRK-CHAVE                                  00000560
               FILE STATUS IS WRK-FUNC-STATUS.                          00000570
                                                                        00000580
           SELECT HIST-FILE ASSIGN TO HISTSAL                           00000590
               ORGANIZATION IS INDEXED                                  00000600
               ACCESS MODE IS SEQUENTIAL                                00000610
               RECORD KEY IS HIS-CHAVE-REG                              00000620
               FILE STATUS IS WRK-HIST-STATUS.                          00000630
                                                                        00000640
           SELECT PARM-FILE ASSIGN TO PARM                              00000650
               ORGANIZATION IS SEQUENTIAL.                              00000660
                                                                        00000670
           SELECT RETRO ASSIGN TO RETRO                                 00000680
               ORGANIZATION IS SEQUENTIAL                               00000690
               FILE STATUS IS WRK-RETRO-STATUS.                         00000700
                                                                        00000710
           SELECT SORT-FILE ASSIGN TO SORTWK1.                          00000720
                                                                        00000730
           SELECT RELATORIO ASSIGN TO RELAT                             00000740
               ORGANIZATION IS SEQUENTIAL.                              00000750
                                                                        00000760
           SELECT RUNLOG ASSIGN TO RUNLOG                               00000770
               ORGANIZATION IS SEQUENTIAL                               00000780
               FILE STATUS IS WRK-RLOG-STATUS.                          00000790
                                                                        00000800
      *====================================================             00000810
       DATA                                      DIVISION.              00000820
      *====================================================             00000830
       FILE                                      SECTION.               00000840
      *----------------------------------------------------             00000850
       FD  FUNC-FILE                                                    00000860
           RECORDING MODE IS F.                                         00000870
                                                                        00000880
           COPY F16CID1.                                                00000890
                                                                        00000900
       FD  HIST-FILE                                                    00000910
           RECORDING MODE IS F.                                         00000920
                                                                        00000930
           COPY F16CID5.                                                00000940
                                                                        00000950
       FD  PARM-FILE                                                    00000960
           RECORDING MODE IS F.                                         00000970
       01 PARM-CARD.                                                    00000980
          05 PARM-DATA         PIC X(08).                               00000990
          05 FILLER            PIC X(72).                               00001000
                                                                        00001010
      *        UM REGISTRO POR FUNCIONARIO E COMPETENCIA DEVIDA,        00001020
      *        EM ORDEM DE CHAVE E DE COMPETENCIA.                      00001030
       FD  RETRO                                                        00001040
           RECORDING MODE IS F.                                         00001050
       01 RTR-REC.                                                      00001060
          05 RTR-CHAVE         PIC X(05).                               00001070
          05 RTR-COMPETENCIA   PIC X(06).                               00001080
          05 RTR-SETOR         PIC X(04).                               00001090
          05 RTR-SALARIO-ANT   PIC 9(10).                               00001100
          05 RTR-SALARIO-NOVO  PIC 9(10).                               00001110
          05 RTR-VALOR         PIC 9(10).                               00001120
          05 RTR-DATA-REAJ     PIC X(08).                               00001130
                                                                        00001140
       SD  SORT-FILE.                                                   00001150
       01 SRT-REC.                                                      00001160
          05 SRT-SETOR         PIC X(04).                               00001170
          05 SRT-CHAVE         PIC X(05).                               00001180
          05 SRT-NOME          PIC X(30).                               00001190
          05 SRT-TIPO          PIC X(01).                               00001200
          05 SRT-COMP-INI      PIC X(06).                               00001210
          05 SRT-COMP-FIM      PIC X(06).                               00001220
          05 SRT-MESES         PIC 9(03).                               00001230
          05 SRT-DIFERENCA     PIC 9(10).                               00001240
          05 SRT-TOTAL         PIC 9(12).                               00001250
          05 SRT-MSG           PIC X(40).                               00001260
                                                                        00001270
       FD  RELATORIO                                                    00001280
           RECORDING MODE IS F.                                         00001290
       01 REL-LINHA            PIC X(132).                              00001300
                                                                        00001310
       FD  RUNLOG                                                       00001320
           RECORDING MODE IS F.                                         00001330
                                                                        00001340
           COPY F16CID9.                                                00001350
                                                                        00001360
      *----------------------------------------------------             00001370
       WORKING-STORAGE                           SECTION.               00001380
      *----------------------------------------------------             00001390
       77 WRK-FUNC-STATUS      PIC X(02) VALUE '00'.                    00001400
       77 WRK-HIST-STATUS      PIC X(02) VALUE '00'.                    00001410
       77 WRK-RETRO-STATUS     PIC X(02) VALUE '00'.                    00001420
                                                                        00001430
       77 WRK-EOF-HIST         PIC X(01) VALUE 'N'.                     00001440
          88 FIM-HIST                    VALUE 'S'.                     00001450
       77 WRK-EOF-PARM         PIC X(01) VALUE 'N'.                     00001460
          88 FIM-PARM                    VALUE 'S'.                     00001470
       77 WRK-EOF-SORT         PIC X(01) VALUE 'N'.                     00001480
          88 FIM-SORT                    VALUE 'S'.                     00001490
                                                                        00001500
       77 WRK-DATA-REAJUSTE    PIC X(08) VALUE SPACES.                  00001510
                                                                        00001520
       01 WRK-DATA-NUM.                                                 00001530
          05 WRK-DTN-ANO       PIC 9(04).                               00001540
          05 WRK-DTN-MES       PIC 9(02).                               00001550
          05 WRK-DTN-DIA       PIC 9(02).                               00001560
                                                                        00001570
      *        O HISTSAL E LIDO EM SEQUENCIA DE CHAVE (FUNCIO-          00001580
      *        NARIO + DATA + HORA). O REGISTRO DO REAJUSTE FICA        00001590
      *        PENDENTE ATE O FUNCIONARIO MUDAR: SE APARECER            00001600
      *        DEPOIS DELE O ESTORNO DO F16CIRD (ORIGEM 'ESTORNO        00001610
      *        REAJ' DEVOLVENDO O MESMO VALOR), NAO HA RETROATIVO.      00001620
      *        OUTRAS ALTERACOES POSTERIORES NAO MUDAM O QUE ERA        00001630
      *        DEVIDO NOS MESES ANTERIORES AO REAJUSTE.                 00001640
       77 WRK-PENDENTE         PIC X(01) VALUE 'N'.                     00001650
       77 WRK-PEND-CHAVE       PIC X(05) VALUE SPACES.                  00001660
       77 WRK-PEND-ORIGEM      PIC X(12) VALUE SPACES.                  00001670
       77 WRK-PEND-SAL-ANT     PIC X(10) VALUE SPACES.                  00001680
       77 WRK-PEND-SAL-NOVO    PIC X(10) VALUE SPACES.                  00001690
                                                                        00001700
       01 WRK-HIS-LIDO.                                                 00001710
          05 WRK-LID-CHAVE     PIC X(05).                               00001720
          05 WRK-LID-DATA      PIC X(08).                               00001730
          05 WRK-LID-ORIGEM.                                            00001740
             10 WRK-LID-ORI-TIPO  PIC X(05).                            00001750
             10 WRK-LID-ORI-PERC  PIC X(05).                            00001760
             10 WRK-LID-ORI-RETRO PIC X(02).                            00001770
          05 WRK-LID-SAL-ANT   PIC X(10).                               00001780
          05 WRK-LID-SAL-NOVO  PIC X(10).                               00001790
                                                                        00001800
      *        COMPETENCIAS EM MESES CORRIDOS (ANO * 12 + MES - 1)      00001810
      *        PARA O LACO MENSAL E O LIMITE DO DESLIGAMENTO.           00001820
       77 WRK-MESES-RETRO      PIC 9(02) VALUE ZEROES.                  00001830
       77 WRK-IDX-REAJUSTE     PIC 9(06) VALUE ZEROES.                  00001840
       77 WRK-IDX-INICIO       PIC 9(06) VALUE ZEROES.                  00001850
       77 WRK-IDX-FIM          PIC 9(06) VALUE ZEROES.                  00001860
       77 WRK-IDX-DESLIG       PIC 9(06) VALUE ZEROES.                  00001870
       77 WRK-IDX-MES          PIC 9(06) VALUE ZEROES.                  00001880
       77 WRK-RESTO            PIC 9(02) VALUE ZEROES.                  00001890
       77 WRK-DEM-ANO          PIC 9(04) VALUE ZEROES.                  00001900
       77 WRK-DEM-MES          PIC 9(02) VALUE ZEROES.                  00001910
       77 WRK-LIMITADO         PIC X(01) VALUE 'N'.                     00001920
                                                                        00001930
       01 WRK-COMPETENCIA.                                              00001940
          05 WRK-CMP-ANO       PIC 9(04).                               00001950
          05 WRK-CMP-MES       PIC 9(02).                               00001960
                                                                        00001970
       77 WRK-SALARIO-ANT      PIC 9(10) VALUE ZEROES.                  00001980
       77 WRK-SALARIO-NOVO     PIC 9(10) VALUE ZEROES.                  00001990
       77 WRK-DIFERENCA        PIC S9(10) VALUE ZEROES.                 00002000
       77 WRK-TOTAL-FUNC       PIC 9(12) VALUE ZEROES.                  00002010
       77 WRK-MOTIVO           PIC X(40) VALUE SPACES.                  00002020
                                                                        00002030
       77 WRK-PRIMEIRO-GRUPO   PIC X(01) VALUE 'S'.                     00002040
       77 WRK-SETOR-ANTERIOR   PIC X(04) VALUE SPACES.                  00002050
                                                                        00002060
       77 WRK-QTDE-LIDOS       PIC 9(08) VALUE ZEROES.                  00002070
       77 WRK-QTDE-REAJUSTES   PIC 9(08) VALUE ZEROES.                  00002080
       77 WRK-QTDE-PAGOS       PIC 9(08) VALUE ZEROES.                  00002090
       77 WRK-QTDE-LIMITADOS   PIC 9(08) VALUE ZEROES.                  00002100
       77 WRK-QTDE-ESTORNADOS  PIC 9(08) VALUE ZEROES.                  00002110
       77 WRK-QTDE-EXCECAO     PIC 9(08) VALUE ZEROES.                  00002120
       77 WRK-QTDE-REGISTROS   PIC 9(08) VALUE ZEROES.                  00002130
       77 WRK-QTDE-SETOR       PIC 9(05) VALUE ZEROES.                  00002140
       77 WRK-TOTAL-SETOR      PIC 9(12) VALUE ZEROES.                  00002150
       77 WRK-TOTAL-GERAL      PIC 9(12) VALUE ZEROES.                  00002160
                                                                        00002170
       01 WRK-MES-EDITADO.                                              00002180
          05 WRK-MED-MES       PIC X(02).                               00002190
          05 FILLER            PIC X(01) VALUE '/'.                     00002200
          05 WRK-MED-ANO       PIC X(04).                               00002210
                                                                        00002220
       01 WRK-LINHA-TITULO.                                             00002230
          05 FILLER            PIC X(03) VALUE SPACES.                  00002240
          05 FILLER            PIC X(50) VALUE                          00002250
             'DIFERENCAS RETROATIVAS DE REAJUSTE POR SETOR'.            00002260
          05 FILLER            PIC X(79) VALUE SPACES.                  00002270
                                                                        00002280
       01 WRK-LINHA-PARAM.                                              00002290
          05 FILLER            PIC X(03) VALUE SPACES.                  00002300
          05 FILLER            PIC X(20) VALUE 'REAJUSTE (F16CIR3): '.  00002310
          05 WRK-PAR-DIA           PIC X(02).                           00002320
          05 FILLER            PIC X(01) VALUE '/'.                     00002330
          05 WRK-PAR-MES           PIC X(02).                           00002340
          05 FILLER            PIC X(01) VALUE '/'.                     00002350
          05 WRK-PAR-ANO           PIC X(04).                           00002360
          05 FILLER            PIC X(99) VALUE SPACES.                  00002370
                                                                        00002380
       01 WRK-LINHA-CAB-SETOR.                                          00002390
          05 FILLER            PIC X(03) VALUE SPACES.                  00002400
          05 FILLER            PIC X(07) VALUE 'SETOR: '.               00002410
          05 WRK-CAB-SETOR         PIC X(04).                           00002420
          05 FILLER            PIC X(118) VALUE SPACES.                 00002430
                                                                        00002440
       01 WRK-LINHA-COLUNAS.                                            00002450
          05 FILLER            PIC X(03) VALUE SPACES.                  00002460
          05 FILLER            PIC X(05) VALUE 'ID'.                    00002470
          05 FILLER            PIC X(03) VALUE SPACES.                  00002480
          05 FILLER            PIC X(30) VALUE 'NOME'.                  00002490
          05 FILLER            PIC X(03) VALUE SPACES.                  00002500
          05 FILLER            PIC X(07) VALUE 'DE'.                    00002510
          05 FILLER            PIC X(03) VALUE SPACES.                  00002520
          05 FILLER            PIC X(07) VALUE 'ATE'.                   00002530
          05 FILLER            PIC X(03) VALUE SPACES.                  00002540
          05 FILLER            PIC X(05) VALUE 'MESES'.                 00002550
          05 FILLER            PIC X(03) VALUE SPACES.                  00002560
          05 FILLER            PIC X(13) VALUE 'DIF. MENSAL'.           00002570
          05 FILLER            PIC X(03) VALUE SPACES.                  00002580
          05 FILLER            PIC X(17) VALUE 'TOTAL DEVIDO'.          00002590
          05 FILLER            PIC X(27) VALUE SPACES.                  00002600
                                                                        00002610
       01 WRK-LINHA-DETALHE.                                            00002620
          05 FILLER            PIC X(03) VALUE SPACES.                  00002630
          05 WRK-DET-CHAVE         PIC X(05).                           00002640
          05 FILLER            PIC X(03) VALUE SPACES.                  00002650
          05 WRK-DET-NOME          PIC X(30).                           00002660
          05 FILLER            PIC X(03) VALUE SPACES.                  00002670
          05 WRK-DET-COMP-INI      PIC X(07).                           00002680
          05 FILLER            PIC X(03) VALUE SPACES.                  00002690
          05 WRK-DET-COMP-FIM      PIC X(07).                           00002700
          05 FILLER            PIC X(05) VALUE SPACES.                  00002710
          05 WRK-DET-MESES         PIC ZZ9.                             00002720
          05 FILLER            PIC X(03) VALUE SPACES.                  00002730
          05 WRK-DET-DIFERENCA     PIC Z.ZZZ.ZZZ.ZZ9.                   00002740
          05 FILLER            PIC X(03) VALUE SPACES.                  00002750
          05 WRK-DET-TOTAL         PIC ZZZ.ZZZ.ZZZ.ZZ9.                 00002760
          05 FILLER            PIC X(02) VALUE SPACES.                  00002770
          05 WRK-DET-LIMITE        PIC X(25).                           00002780
                                                                        00002790
       01 WRK-LINHA-EXCECAO.                                            00002800
          05 FILLER            PIC X(03) VALUE SPACES.                  00002810
          05 WRK-EXC-CHAVE         PIC X(05).                           00002820
          05 FILLER            PIC X(03) VALUE SPACES.                  00002830
          05 WRK-EXC-NOME          PIC X(30).                           00002840
          05 FILLER            PIC X(03) VALUE SPACES.                  00002850
          05 WRK-EXC-MSG           PIC X(40).                           00002860
          05 FILLER            PIC X(48) VALUE SPACES.                  00002870
                                                                        00002880
       01 WRK-LINHA-SUB-SETOR.                                          00002890
          05 FILLER            PIC X(03) VALUE SPACES.                  00002900
          05 FILLER            PIC X(17) VALUE 'TOTAL DO SETOR '.       00002910
          05 WRK-SUB-SET-SETOR     PIC X(04).                           00002920
          05 FILLER            PIC X(03) VALUE SPACES.                  00002930
          05 WRK-SUB-SET-QTDE      PIC ZZZZ9.                           00002940
          05 FILLER            PIC X(14) VALUE ' FUNCIONARIOS'.         00002950
          05 FILLER            PIC X(29) VALUE SPACES.                  00002960
          05 WRK-SUB-SET-TOTAL     PIC ZZZ.ZZZ.ZZZ.ZZ9.                 00002970
          05 FILLER            PIC X(42) VALUE SPACES.                  00002980
                                                                        00002990
       01 WRK-LINHA-TOTAL.                                              00003000
          05 FILLER            PIC X(03) VALUE SPACES.                  00003010
          05 FILLER            PIC X(40) VALUE                          00003020
             'TOTAL GERAL DE RETROATIVO DEVIDO'.                        00003030
          05 WRK-TOT-GERAL         PIC ZZZ.ZZZ.ZZZ.ZZ9.                 00003040
          05 FILLER            PIC X(74) VALUE SPACES.                  00003050
                                                                        00003060
       01 WRK-LINHA-RESUMO.                                             00003070
          05 FILLER            PIC X(03) VALUE SPACES.                  00003080
          05 WRK-RES-TEXTO         PIC X(40).                           00003090
          05 WRK-RES-QTDE          PIC ZZZZZZZ9.                        00003100
          05 FILLER            PIC X(81) VALUE SPACES.                  00003110
                                                                        00003120
      *        CAMPOS DO LOG DE EXECUCAO (RUNLOG), GRAVADO NO           00003130
      *        INICIO E NO FIM DO PROGRAMA.                             00003140
       77 WRK-RLOG-STATUS      PIC X(02) VALUE '00'.                    00003150
                                                                        00003160
       01 WRK-RLOG-TIMESTAMP.                                           00003170
          05 WRK-RLG-DIA       PIC X(08).                               00003180
          05 WRK-RLG-HH        PIC X(02).                               00003190
          05 WRK-RLG-MM        PIC X(02).                               00003200
          05 WRK-RLG-SS        PIC X(02).                               00003210
                                                                        00003220
       01 WRK-RLOG-HORA.                                                00003230
          05 WRK-RLH-HH        PIC X(02).                               00003240
          05 FILLER            PIC X(01) VALUE ':'.                     00003250
          05 WRK-RLH-MM        PIC X(02).                               00003260
          05 FILLER            PIC X(01) VALUE ':'.                     00003270
          05 WRK-RLH-SS        PIC X(02).                               00003280
                                                                        00003290
      *====================================================             00003300
       PROCEDURE                                 DIVISION.              00003310
      *====================================================             00003320
      *****************************************************             00003330
      *          R O T I N A   P R I N C I P A L          *             00003340
      *****************************************************             00003350
      *----------------------------------------------------             00003360
       0000-PRINCIPAL                             SECTION.              00003370
      *----------------------------------------------------             00003380
            PERFORM 8000-GRAVAR-RUNLOG-INICIO.                          00003390
                                                                        00003400
            PERFORM 1000-INICIALIZAR.                                   00003410
                                                                        00003420
            SORT SORT-FILE                                              00003430
               ON ASCENDING KEY SRT-SETOR SRT-CHAVE                     00003440
               INPUT PROCEDURE IS 1100-CARREGAR                         00003450
               OUTPUT PROCEDURE IS 2000-IMPRIMIR.                       00003460
                                                                        00003470
            PERFORM 9000-FINALIZAR.                                     00003480
                                                                        00003490
            STOP RUN.                                                   00003500
      *----------------------------------------------------             00003510
       0000-99-FIM.                                EXIT.                00003520
      *----------------------------------------------------             00003530
      *****************************************************             00003540
      *             I N I C I A L I Z A R                 *             00003550
      *****************************************************             00003560
      *----------------------------------------------------             00003570
       1000-INICIALIZAR                           SECTION.              00003580
      *----------------------------------------------------             00003590
            OPEN INPUT PARM-FILE.                                       00003600
            PERFORM UNTIL FIM-PARM                                      00003610
               READ PARM-FILE                                           00003620
                  AT END                                                00003630
                     MOVE 'S' TO WRK-EOF-PARM                           00003640
                  NOT AT END                                            00003650
                     MOVE PARM-DATA TO WRK-DATA-REAJUSTE                00003660
               END-READ                                                 00003670
            END-PERFORM.                                                00003680
            CLOSE PARM-FILE.                                            00003690
                                                                        00003700
            IF WRK-DATA-REAJUSTE EQUAL SPACES                           00003710
               MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-REAJUSTE    00003720
            END-IF.                                                     00003730
                                                                        00003740
            IF WRK-DATA-REAJUSTE IS NOT NUMERIC                         00003750
               DISPLAY 'F16CIRK - PARM INVALIDO - DATA '                00003760
                  WRK-DATA-REAJUSTE                                     00003770
               MOVE 16 TO RETURN-CODE                                   00003780
               STOP RUN                                                 00003790
            END-IF.                                                     00003800
            MOVE WRK-DATA-REAJUSTE TO WRK-DATA-NUM.                     00003810
            IF WRK-DTN-MES < 1 OR WRK-DTN-MES > 12                      00003820
               DISPLAY 'F16CIRK - PARM INVALIDO - DATA '                00003830
                  WRK-DATA-REAJUSTE                                     00003840
               MOVE 16 TO RETURN-CODE                                   00003850
               STOP RUN                                                 00003860
            END-IF.                                                     00003870
            COMPUTE WRK-IDX-REAJUSTE = WRK-DTN-ANO * 12                 00003880
                                     + WRK-DTN-MES - 1.                 00003890
                                                                        00003900
            OPEN INPUT FUNC-FILE.                                       00003910
            IF WRK-FUNC-STATUS NOT EQUAL '00'                           00003920
               DISPLAY 'F16CIRK - ERRO AO ABRIR FUNC FILE STATUS '      00003930
                  WRK-FUNC-STATUS                                       00003940
               MOVE 16 TO RETURN-CODE                                   00003950
               STOP RUN                                                 00003960
            END-IF.                                                     00003970
                                                                        00003980
            OPEN INPUT HIST-FILE.                                       00003990
            IF WRK-HIST-STATUS NOT EQUAL '00'                           00004000
               DISPLAY 'F16CIRK - ERRO AO ABRIR HISTSAL FILE STATUS '   00004010
                  WRK-HIST-STATUS                                       00004020
               MOVE 16 TO RETURN-CODE                                   00004030
               STOP RUN                                                 00004040
            END-IF.                                                     00004050
                                                                        00004060
            OPEN OUTPUT RETRO.                                          00004070
            IF WRK-RETRO-STATUS NOT EQUAL '00'                          00004080
               DISPLAY 'F16CIRK - ERRO AO ABRIR RETRO FILE STATUS '     00004090
                  WRK-RETRO-STATUS                                      00004100
               MOVE 16 TO RETURN-CODE                                   00004110
               STOP RUN                                                 00004120
            END-IF.                                                     00004130
                                                                        00004140
            OPEN OUTPUT RELATORIO.                                      00004150
            MOVE SPACES TO REL-LINHA.                                   00004160
            MOVE WRK-LINHA-TITULO TO REL-LINHA.                         00004170
            WRITE REL-LINHA.                                            00004180
                                                                        00004190
            MOVE WRK-DATA-REAJUSTE (7:2) TO WRK-PAR-DIA.                00004200
            MOVE WRK-DATA-REAJUSTE (5:2) TO WRK-PAR-MES.                00004210
            MOVE WRK-DATA-REAJUSTE (1:4) TO WRK-PAR-ANO.                00004220
            MOVE WRK-LINHA-PARAM TO REL-LINHA.                          00004230
            WRITE REL-LINHA.                                            00004240
      *----------------------------------------------------             00004250
       1000-99-FIM.                                EXIT.                00004260
      *----------------------------------------------------             00004270
      *****************************************************             00004280
      *     C A R R E G A R   R E T R O A T I V O S       *             00004290
      *****************************************************             00004300
      *----------------------------------------------------             00004310
       1100-CARREGAR                              SECTION.              00004320
      *----------------------------------------------------             00004330
            PERFORM UNTIL FIM-HIST                                      00004340
               READ HIST-FILE                                           00004350
                  AT END                                                00004360
                     MOVE 'S' TO WRK-EOF-HIST                           00004370
                     PERFORM 1300-RESOLVER-PENDENTE                     00004380
                  NOT AT END                                            00004390
                     IF WRK-HIST-STATUS NOT EQUAL '00'                  00004400
                        DISPLAY 'F16CIRK - ERRO DE LEITURA EM HISTSAL ' 00004410
                           'FILE STATUS ' WRK-HIST-STATUS               00004420
                        MOVE 'S' TO WRK-EOF-HIST                        00004430
                        MOVE 16 TO RETURN-CODE                          00004440
                     ELSE                                               00004450
                        ADD 1 TO WRK-QTDE-LIDOS                         00004460
                        PERFORM 1200-TRATAR-REGISTRO                    00004470
                     END-IF                                             00004480
               END-READ                                                 00004490
            END-PERFORM.                                                00004500
      *----------------------------------------------------             00004510
       1100-99-FIM.                                EXIT.                00004520
      *----------------------------------------------------             00004530
      *****************************************************             00004540
      *   T R A T A R   R E G I S T R O                   *             00004550
      *****************************************************             00004560
      *----------------------------------------------------             00004570
       1200-TRATAR-REGISTRO                       SECTION.              00004580
      *----------------------------------------------------             00004590
            MOVE HIS-CHAVE        TO WRK-LID-CHAVE.                     00004600
            MOVE HIS-DATA         TO WRK-LID-DATA.                      00004610
            MOVE HIS-ORIGEM       TO WRK-LID-ORIGEM.                    00004620
            MOVE HIS-SALARIO-ANT  TO WRK-LID-SAL-ANT.                   00004630
            MOVE HIS-SALARIO-NOVO TO WRK-LID-SAL-NOVO.                  00004640
                                                                        00004650
            IF WRK-PENDENTE EQUAL 'S'                                   00004660
               IF WRK-LID-CHAVE EQUAL WRK-PEND-CHAVE                    00004670
                  IF WRK-LID-ORIGEM EQUAL 'ESTORNO REAJ'                00004680
                     AND WRK-LID-SAL-ANT EQUAL WRK-PEND-SAL-NOVO        00004690
                     MOVE 'N' TO WRK-PENDENTE                           00004700
                     ADD 1 TO WRK-QTDE-REAJUSTES                        00004710
                     ADD 1 TO WRK-QTDE-ESTORNADOS                       00004720
                     MOVE WRK-PEND-CHAVE TO WRK-CHAVE                   00004730
                     READ FUNC-FILE                                     00004740
                     IF WRK-FUNC-STATUS NOT EQUAL '00'                  00004750
                        MOVE SPACES TO WRK-NOME                         00004760
                        MOVE SPACES TO WRK-SETOR                        00004770
                     END-IF                                             00004780
                     MOVE 'REAJUSTE ESTORNADO - SEM RETROATIVO'         00004790
                          TO WRK-MOTIVO                                 00004800
                     PERFORM 1450-LIBERAR-EXCECAO                       00004810
                  END-IF                                                00004820
               ELSE                                                     00004830
                  PERFORM 1300-RESOLVER-PENDENTE                        00004840
               END-IF                                                   00004850
            END-IF.                                                     00004860
                                                                        00004870
            IF WRK-LID-DATA EQUAL WRK-DATA-REAJUSTE                     00004880
               AND WRK-LID-ORI-TIPO EQUAL 'REAJ '                       00004890
               AND WRK-LID-ORI-RETRO IS NUMERIC                         00004900
               AND WRK-LID-ORI-RETRO GREATER THAN '00'                  00004910
               PERFORM 1300-RESOLVER-PENDENTE                           00004920
               MOVE 'S'              TO WRK-PENDENTE                    00004930
               MOVE WRK-LID-CHAVE    TO WRK-PEND-CHAVE                  00004940
               MOVE WRK-LID-ORIGEM   TO WRK-PEND-ORIGEM                 00004950
               MOVE WRK-LID-SAL-ANT  TO WRK-PEND-SAL-ANT                00004960
               MOVE WRK-LID-SAL-NOVO TO WRK-PEND-SAL-NOVO               00004970
            END-IF.                                                     00004980
      *----------------------------------------------------             00004990
       1200-99-FIM.                                EXIT.                00005000
      *----------------------------------------------------             00005010
      *****************************************************             00005020
      *   R E S O L V E R   P E N D E N T E               *             00005030
      *****************************************************             00005040
      *----------------------------------------------------             00005050
       1300-RESOLVER-PENDENTE                     SECTION.              00005060
      *----------------------------------------------------             00005070
            IF WRK-PENDENTE EQUAL 'S'                                   00005080
               MOVE 'N' TO WRK-PENDENTE                                 00005090
               ADD 1 TO WRK-QTDE-REAJUSTES                              00005100
               PERFORM 1400-CALCULAR-RETROATIVO                         00005110
            END-IF.                                                     00005120
      *----------------------------------------------------             00005130
       1300-99-FIM.                                EXIT.                00005140
      *----------------------------------------------------             00005150
      *****************************************************             00005160
      *   C A L C U L A R   R E T R O A T I V O           *             00005170
      *****************************************************             00005180
      *----------------------------------------------------             00005190
       1400-CALCULAR-RETROATIVO                   SECTION.              00005200
      *----------------------------------------------------             00005210
            MOVE WRK-PEND-CHAVE TO WRK-CHAVE.                           00005220
            READ FUNC-FILE.                                             00005230
                                                                        00005240
            EVALUATE TRUE                                               00005250
            WHEN WRK-FUNC-STATUS NOT EQUAL '00' AND                     00005260
                 WRK-FUNC-STATUS NOT EQUAL '23'                         00005270
               DISPLAY 'F16CIRK - ERRO DE LEITURA EM FUNC CHAVE '       00005280
                  WRK-CHAVE ' FILE STATUS ' WRK-FUNC-STATUS             00005290
               MOVE 16 TO RETURN-CODE                                   00005300
            WHEN WRK-FUNC-STATUS NOT EQUAL '00'                         00005310
               MOVE SPACES TO WRK-NOME                                  00005320
               MOVE SPACES TO WRK-SETOR                                 00005330
               MOVE 'FUNCIONARIO NAO ENCONTRADO NO FUNC'                00005340
                    TO WRK-MOTIVO                                       00005350
               PERFORM 1450-LIBERAR-EXCECAO                             00005360
            WHEN WRK-PEND-SAL-ANT IS NOT NUMERIC                        00005370
                 OR WRK-PEND-SAL-NOVO IS NOT NUMERIC                    00005380
               MOVE 'SALARIO INVALIDO NO HISTSAL' TO WRK-MOTIVO         00005390
               PERFORM 1450-LIBERAR-EXCECAO                             00005400
            WHEN OTHER                                                  00005410
               PERFORM 1410-APURAR-PERIODO                              00005420
               IF WRK-MOTIVO NOT EQUAL SPACES                           00005430
                  PERFORM 1450-LIBERAR-EXCECAO                          00005440
               ELSE                                                     00005450
                  PERFORM 1420-GERAR-RETROATIVO                         00005460
               END-IF                                                   00005470
            END-EVALUATE.                                               00005480
      *----------------------------------------------------             00005490
       1400-99-FIM.                                EXIT.                00005500
      *----------------------------------------------------             00005510
      *****************************************************             00005520
      *   A P U R A R   P E R I O D O   D E V I D O       *             00005530
      *****************************************************             00005540
      *----------------------------------------------------             00005550
       1410-APURAR-PERIODO                        SECTION.              00005560
      *----------------------------------------------------             00005570
      *        DA COMPETENCIA DE VIGENCIA ATE O MES ANTERIOR AO         00005580
      *        DO REAJUSTE; DESLIGADO SO ATE O MES DO DESLIGA-          00005590
      *        MENTO. MOTIVO PREENCHIDO = NADA A PAGAR.                 00005600
            MOVE SPACES TO WRK-MOTIVO.                                  00005610
            MOVE 'N'    TO WRK-LIMITADO.                                00005620
                                                                        00005630
            MOVE WRK-PEND-SAL-ANT  TO WRK-SALARIO-ANT.                  00005640
            MOVE WRK-PEND-SAL-NOVO TO WRK-SALARIO-NOVO.                 00005650
            COMPUTE WRK-DIFERENCA = WRK-SALARIO-NOVO                    00005660
                                  - WRK-SALARIO-ANT.                    00005670
                                                                        00005680
            MOVE WRK-PEND-ORIGEM (11:2) TO WRK-MESES-RETRO.             00005690
            COMPUTE WRK-IDX-INICIO = WRK-IDX-REAJUSTE                   00005700
                                   - WRK-MESES-RETRO.                   00005710
            COMPUTE WRK-IDX-FIM    = WRK-IDX-REAJUSTE - 1.              00005720
                                                                        00005730
            IF WRK-DIFERENCA NOT GREATER THAN ZEROES                    00005740
               MOVE 'REAJUSTE SEM DIFERENCA A PAGAR' TO WRK-MOTIVO      00005750
            END-IF.                                                     00005760
                                                                        00005770
            IF WRK-MOTIVO EQUAL SPACES                                  00005780
               AND WRK-SITUACAO NOT EQUAL 'A'                           00005790
               IF WRK-DATADEM (4:2) IS NOT NUMERIC                      00005800
                  OR WRK-DATADEM (7:4) IS NOT NUMERIC                   00005810
                  MOVE 'DATA DE DESLIGAMENTO INVALIDA' TO WRK-MOTIVO    00005820
               ELSE                                                     00005830
                  MOVE WRK-DATADEM (4:2) TO WRK-DEM-MES                 00005840
                  MOVE WRK-DATADEM (7:4) TO WRK-DEM-ANO                 00005850
                  IF WRK-DEM-MES < 1 OR WRK-DEM-MES > 12                00005860
                     MOVE 'DATA DE DESLIGAMENTO INVALIDA'               00005870
                          TO WRK-MOTIVO                                 00005880
                  ELSE                                                  00005890
                     COMPUTE WRK-IDX-DESLIG = WRK-DEM-ANO * 12          00005900
                                            + WRK-DEM-MES - 1           00005910
                     IF WRK-IDX-DESLIG < WRK-IDX-FIM                    00005920
                        MOVE WRK-IDX-DESLIG TO WRK-IDX-FIM              00005930
                        MOVE 'S' TO WRK-LIMITADO                        00005940
                     END-IF                                             00005950
                  END-IF                                                00005960
               END-IF                                                   00005970
            END-IF.                                                     00005980
                                                                        00005990
            IF WRK-MOTIVO EQUAL SPACES                                  00006000
               AND WRK-IDX-FIM < WRK-IDX-INICIO                         00006010
               MOVE 'DESLIGADO ANTES DA VIGENCIA' TO WRK-MOTIVO         00006020
            END-IF.                                                     00006030
      *----------------------------------------------------             00006040
       1410-99-FIM.                                EXIT.                00006050
      *----------------------------------------------------             00006060
      *****************************************************             00006070
      *   G E R A R   R E T R O A T I V O                 *             00006080
      *****************************************************             00006090
      *----------------------------------------------------             00006100
       1420-GERAR-RETROATIVO                      SECTION.              00006110
      *----------------------------------------------------             00006120
            MOVE ZEROES TO WRK-TOTAL-FUNC.                              00006130
            PERFORM VARYING WRK-IDX-MES FROM WRK-IDX-INICIO BY 1        00006140
                    UNTIL WRK-IDX-MES > WRK-IDX-FIM                     00006150
               PERFORM 1500-GRAVAR-RETRO                                00006160
            END-PERFORM.                                                00006170
                                                                        00006180
            ADD 1 TO WRK-QTDE-PAGOS.                                    00006190
            IF WRK-LIMITADO EQUAL 'S'                                   00006200
               ADD 1 TO WRK-QTDE-LIMITADOS                              00006210
            END-IF.                                                     00006220
                                                                        00006230
            MOVE SPACES            TO SRT-REC.                          00006240
            MOVE WRK-SETOR         TO SRT-SETOR.                        00006250
            MOVE WRK-CHAVE         TO SRT-CHAVE.                        00006260
            MOVE WRK-NOME          TO SRT-NOME.                         00006270
            MOVE 'D'               TO SRT-TIPO.                         00006280
            MOVE WRK-IDX-INICIO    TO WRK-IDX-MES.                      00006290
            PERFORM 1600-MONTAR-COMPETENCIA.                            00006300
            MOVE WRK-COMPETENCIA   TO SRT-COMP-INI.                     00006310
            MOVE WRK-IDX-FIM       TO WRK-IDX-MES.                      00006320
            PERFORM 1600-MONTAR-COMPETENCIA.                            00006330
            MOVE WRK-COMPETENCIA   TO SRT-COMP-FIM.                     00006340
            COMPUTE SRT-MESES = WRK-IDX-FIM - WRK-IDX-INICIO + 1.       00006350
            MOVE WRK-DIFERENCA     TO SRT-DIFERENCA.                    00006360
            MOVE WRK-TOTAL-FUNC    TO SRT-TOTAL.                        00006370
            IF WRK-LIMITADO EQUAL 'S'                                   00006380
               MOVE 'LIMITADO AO DESLIGAMENTO' TO SRT-MSG               00006390
            END-IF.                                                     00006400
            RELEASE SRT-REC.                                            00006410
      *----------------------------------------------------             00006420
       1420-99-FIM.                                EXIT.                00006430
      *----------------------------------------------------             00006440
      *****************************************************             00006450
      *   L I B E R A R   E X C E C A O                   *             00006460
      *****************************************************             00006470
      *----------------------------------------------------             00006480
       1450-LIBERAR-EXCECAO                       SECTION.              00006490
      *----------------------------------------------------             00006500
      *        O FUNCIONARIO NAO ENCONTRADO NO FUNC SAI NO              00006510
      *        GRUPO DE SETOR EM BRANCO, NO INICIO DO RELATORIO.        00006520
            ADD 1 TO WRK-QTDE-EXCECAO.                                  00006530
                                                                        00006540
            MOVE SPACES            TO SRT-REC.                          00006550
            MOVE WRK-SETOR         TO SRT-SETOR.                        00006560
            MOVE WRK-PEND-CHAVE    TO SRT-CHAVE.                        00006570
            MOVE WRK-NOME          TO SRT-NOME.                         00006580
            MOVE 'E'               TO SRT-TIPO.                         00006590
            MOVE ZEROES            TO SRT-MESES.                        00006600
            MOVE ZEROES            TO SRT-DIFERENCA.                    00006610
            MOVE ZEROES            TO SRT-TOTAL.                        00006620
            MOVE WRK-MOTIVO        TO SRT-MSG.                          00006630
            RELEASE SRT-REC.                                            00006640
      *----------------------------------------------------             00006650
       1450-99-FIM.                                EXIT.                00006660
      *----------------------------------------------------             00006670
      *****************************************************             00006680
      *   G R A V A R   R E T R O A T I V O               *             00006690
      *****************************************************             00006700
      *----------------------------------------------------             00006710
       1500-GRAVAR-RETRO                          SECTION.              00006720
      *----------------------------------------------------             00006730
            PERFORM 1600-MONTAR-COMPETENCIA.                            00006740
                                                                        00006750
            MOVE WRK-CHAVE         TO RTR-CHAVE.                        00006760
            MOVE WRK-COMPETENCIA   TO RTR-COMPETENCIA.                  00006770
            MOVE WRK-SETOR         TO RTR-SETOR.                        00006780
            MOVE WRK-SALARIO-ANT   TO RTR-SALARIO-ANT.                  00006790
            MOVE WRK-SALARIO-NOVO  TO RTR-SALARIO-NOVO.                 00006800
            MOVE WRK-DIFERENCA     TO RTR-VALOR.                        00006810
            MOVE WRK-DATA-REAJUSTE TO RTR-DATA-REAJ.                    00006820
                                                                        00006830
            WRITE RTR-REC.                                              00006840
            IF WRK-RETRO-STATUS NOT EQUAL '00'                          00006850
               DISPLAY 'F16CIRK - ERRO AO GRAVAR RETRO CHAVE '          00006860
                  RTR-CHAVE ' FILE STATUS ' WRK-RETRO-STATUS            00006870
               MOVE 16 TO RETURN-CODE                                   00006880
            ELSE                                                        00006890
               ADD 1             TO WRK-QTDE-REGISTROS                  00006900
               ADD WRK-DIFERENCA TO WRK-TOTAL-FUNC                      00006910
            END-IF.                                                     00006920
      *----------------------------------------------------             00006930
       1500-99-FIM.                                EXIT.                00006940
      *----------------------------------------------------             00006950
      *****************************************************             00006960
      *   M O N T A R   C O M P E T E N C I A             *             00006970
      *****************************************************             00006980
      *----------------------------------------------------             00006990
       1600-MONTAR-COMPETENCIA                    SECTION.              00007000
      *----------------------------------------------------             00007010
      *        MESES CORRIDOS (EM WRK-IDX-MES) PARA AAAAMM.             00007020
            DIVIDE WRK-IDX-MES BY 12 GIVING WRK-CMP-ANO                 00007030
                   REMAINDER WRK-RESTO.                                 00007040
            COMPUTE WRK-CMP-MES = WRK-RESTO + 1.                        00007050
      *----------------------------------------------------             00007060
       1600-99-FIM.                                EXIT.                00007070
      *----------------------------------------------------             00007080
      *****************************************************             00007090
      *             I M P R I M I R                       *             00007100
      *****************************************************             00007110
      *----------------------------------------------------             00007120
       2000-IMPRIMIR                              SECTION.              00007130
      *----------------------------------------------------             00007140
            RETURN SORT-FILE                                            00007150
               AT END                                                   00007160
                  MOVE 'S' TO WRK-EOF-SORT                              00007170
            END-RETURN.                                                 00007180
                                                                        00007190
            PERFORM UNTIL FIM-SORT                                      00007200
               IF WRK-PRIMEIRO-GRUPO EQUAL 'S'                          00007210
                  MOVE 'N' TO WRK-PRIMEIRO-GRUPO                        00007220
                  PERFORM 2100-CABECALHO-SETOR                          00007230
               ELSE                                                     00007240
                  IF SRT-SETOR NOT EQUAL WRK-SETOR-ANTERIOR             00007250
                     PERFORM 2300-SUBTOTAL-SETOR                        00007260
                     PERFORM 2100-CABECALHO-SETOR                       00007270
                  END-IF                                                00007280
               END-IF                                                   00007290
                                                                        00007300
               MOVE SRT-SETOR TO WRK-SETOR-ANTERIOR                     00007310
               IF SRT-TIPO EQUAL 'D'                                    00007320
                  PERFORM 2500-IMPRIMIR-DETALHE                         00007330
               ELSE                                                     00007340
                  PERFORM 2550-IMPRIMIR-EXCECAO                         00007350
               END-IF                                                   00007360
                                                                        00007370
               RETURN SORT-FILE                                         00007380
                  AT END                                                00007390
                     MOVE 'S' TO WRK-EOF-SORT                           00007400
               END-RETURN                                               00007410
            END-PERFORM.                                                00007420
                                                                        00007430
            IF WRK-PRIMEIRO-GRUPO EQUAL 'N'                             00007440
               PERFORM 2300-SUBTOTAL-SETOR                              00007450
            END-IF.                                                     00007460
                                                                        00007470
            PERFORM 2600-IMPRIMIR-RESUMO.                               00007480
      *----------------------------------------------------             00007490
       2000-99-FIM.                                EXIT.                00007500
      *----------------------------------------------------             00007510
      *****************************************************             00007520
      *   C A B E C A L H O   D O   S E T O R             *             00007530
      *****************************************************             00007540
      *----------------------------------------------------             00007550
       2100-CABECALHO-SETOR                       SECTION.              00007560
      *----------------------------------------------------             00007570
            MOVE SPACES TO REL-LINHA.                                   00007580
            WRITE REL-LINHA.                                            00007590
                                                                        00007600
            MOVE SRT-SETOR TO WRK-CAB-SETOR.                            00007610
            MOVE WRK-LINHA-CAB-SETOR TO REL-LINHA.                      00007620
            WRITE REL-LINHA.                                            00007630
                                                                        00007640
            MOVE WRK-LINHA-COLUNAS TO REL-LINHA.                        00007650
            WRITE REL-LINHA.                                            00007660
      *----------------------------------------------------             00007670
       2100-99-FIM.                                EXIT.                00007680
      *----------------------------------------------------             00007690
      *****************************************************             00007700
      *   S U B T O T A L   D O   S E T O R               *             00007710
      *****************************************************             00007720
      *----------------------------------------------------             00007730
       2300-SUBTOTAL-SETOR                        SECTION.              00007740
      *----------------------------------------------------             00007750
            MOVE WRK-SETOR-ANTERIOR TO WRK-SUB-SET-SETOR.               00007760
            MOVE WRK-QTDE-SETOR     TO WRK-SUB-SET-QTDE.                00007770
            MOVE WRK-TOTAL-SETOR    TO WRK-SUB-SET-TOTAL.               00007780
            MOVE WRK-LINHA-SUB-SETOR TO REL-LINHA.                      00007790
            WRITE REL-LINHA.                                            00007800
                                                                        00007810
            MOVE ZEROES TO WRK-QTDE-SETOR.                              00007820
            MOVE ZEROES TO WRK-TOTAL-SETOR.                             00007830
      *----------------------------------------------------             00007840
       2300-99-FIM.                                EXIT.                00007850
      *----------------------------------------------------             00007860
      *****************************************************             00007870
      *            I M P R I M I R   D E T A L H E        *             00007880
      *****************************************************             00007890
      *----------------------------------------------------             00007900
       2500-IMPRIMIR-DETALHE                      SECTION.              00007910
      *----------------------------------------------------             00007920
            ADD 1         TO WRK-QTDE-SETOR.                            00007930
            ADD SRT-TOTAL TO WRK-TOTAL-SETOR.                           00007940
            ADD SRT-TOTAL TO WRK-TOTAL-GERAL.                           00007950
                                                                        00007960
            MOVE SPACES             TO WRK-LINHA-DETALHE.               00007970
            MOVE SRT-CHAVE          TO WRK-DET-CHAVE.                   00007980
            MOVE SRT-NOME           TO WRK-DET-NOME.                    00007990
            MOVE SRT-COMP-INI (5:2) TO WRK-MED-MES.                     00008000
            MOVE SRT-COMP-INI (1:4) TO WRK-MED-ANO.                     00008010
            MOVE WRK-MES-EDITADO    TO WRK-DET-COMP-INI.                00008020
            MOVE SRT-COMP-FIM (5:2) TO WRK-MED-MES.                     00008030
            MOVE SRT-COMP-FIM (1:4) TO WRK-MED-ANO.                     00008040
            MOVE WRK-MES-EDITADO    TO WRK-DET-COMP-FIM.                00008050
            MOVE SRT-MESES          TO WRK-DET-MESES.                   00008060
            MOVE SRT-DIFERENCA      TO WRK-DET-DIFERENCA.               00008070
            MOVE SRT-TOTAL          TO WRK-DET-TOTAL.                   00008080
            MOVE SRT-MSG            TO WRK-DET-LIMITE.                  00008090
                                                                        00008100
            MOVE WRK-LINHA-DETALHE TO REL-LINHA.                        00008110
            WRITE REL-LINHA.                                            00008120
      *----------------------------------------------------             00008130
       2500-99-FIM.                                EXIT.                00008140
      *----------------------------------------------------             00008150
      *****************************************************             00008160
      *            I M P R I M I R   E X C E C A O        *             00008170
      *****************************************************             00008180
      *----------------------------------------------------             00008190
       2550-IMPRIMIR-EXCECAO                      SECTION.              00008200
      *----------------------------------------------------             00008210
            MOVE SPACES    TO WRK-LINHA-EXCECAO.                        00008220
            MOVE SRT-CHAVE TO WRK-EXC-CHAVE.                            00008230
            MOVE SRT-NOME  TO WRK-EXC-NOME.                             00008240
            MOVE SRT-MSG   TO WRK-EXC-MSG.                              00008250
                                                                        00008260
            MOVE WRK-LINHA-EXCECAO TO REL-LINHA.                        00008270
            WRITE REL-LINHA.                                            00008280
      *----------------------------------------------------             00008290
       2550-99-FIM.                                EXIT.                00008300
      *----------------------------------------------------             00008310
      *****************************************************             00008320
      *       I M P R I M I R   R E S U M O               *             00008330
      *****************************************************             00008340
      *----------------------------------------------------             00008350
       2600-IMPRIMIR-RESUMO                       SECTION.              00008360
      *----------------------------------------------------             00008370
            MOVE SPACES TO REL-LINHA.                                   00008380
            WRITE REL-LINHA.                                            00008390
                                                                        00008400
            MOVE SPACES TO WRK-LINHA-TOTAL.                             00008410
            MOVE WRK-TOTAL-GERAL TO WRK-TOT-GERAL.                      00008420
            MOVE WRK-LINHA-TOTAL TO REL-LINHA.                          00008430
            WRITE REL-LINHA.                                            00008440
                                                                        00008450
            MOVE SPACES TO REL-LINHA.                                   00008460
            WRITE REL-LINHA.                                            00008470
                                                                        00008480
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00008490
            MOVE 'REGISTROS LIDOS NO HISTSAL' TO WRK-RES-TEXTO.         00008500
            MOVE WRK-QTDE-LIDOS TO WRK-RES-QTDE.                        00008510
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00008520
            WRITE REL-LINHA.                                            00008530
                                                                        00008540
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00008550
            MOVE 'REAJUSTES COM RETROATIVO NO DIA' TO WRK-RES-TEXTO.    00008560
            MOVE WRK-QTDE-REAJUSTES TO WRK-RES-QTDE.                    00008570
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00008580
            WRITE REL-LINHA.                                            00008590
                                                                        00008600
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00008610
            MOVE 'FUNCIONARIOS COM RETROATIVO A PAGAR'                  00008620
               TO WRK-RES-TEXTO.                                        00008630
            MOVE WRK-QTDE-PAGOS TO WRK-RES-QTDE.                        00008640
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00008650
            WRITE REL-LINHA.                                            00008660
                                                                        00008670
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00008680
            MOVE '  DOS QUAIS LIMITADOS AO DESLIGAMENTO'                00008690
               TO WRK-RES-TEXTO.                                        00008700
            MOVE WRK-QTDE-LIMITADOS TO WRK-RES-QTDE.                    00008710
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00008720
            WRITE REL-LINHA.                                            00008730
                                                                        00008740
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00008750
            MOVE 'REGISTROS GRAVADOS NO RETRO' TO WRK-RES-TEXTO.        00008760
            MOVE WRK-QTDE-REGISTROS TO WRK-RES-QTDE.                    00008770
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00008780
            WRITE REL-LINHA.                                            00008790
                                                                        00008800
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00008810
            MOVE 'REAJUSTES ESTORNADOS (SEM RETROATIVO)'                00008820
               TO WRK-RES-TEXTO.                                        00008830
            MOVE WRK-QTDE-ESTORNADOS TO WRK-RES-QTDE.                   00008840
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00008850
            WRITE REL-LINHA.                                            00008860
                                                                        00008870
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00008880
            MOVE 'EXCECOES (SEM RETROATIVO)' TO WRK-RES-TEXTO.          00008890
            MOVE WRK-QTDE-EXCECAO TO WRK-RES-QTDE.                      00008900
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00008910
            WRITE REL-LINHA.                                            00008920
      *----------------------------------------------------             00008930
       2600-99-FIM.                                EXIT.                00008940
      *----------------------------------------------------             00008950
      *****************************************************             00008960
      *             F I N A L I Z A R                     *             00008970
      *****************************************************             00008980
      *----------------------------------------------------             00008990
       9000-FINALIZAR                             SECTION.              00009000
      *----------------------------------------------------             00009010
            CLOSE FUNC-FILE.                                            00009020
            CLOSE HIST-FILE.                                            00009030
            CLOSE RETRO.                                                00009040
            CLOSE RELATORIO.                                            00009050
                                                                        00009060
            PERFORM 8100-GRAVAR-RUNLOG-FIM.                             00009070
      *----------------------------------------------------             00009080
       9000-99-FIM.                                EXIT.                00009090
      *----------------------------------------------------             00009100
      *****************************************************             00009110
      *   G R A V A R   R U N L O G   -   I N I C I O     *             00009120
      *****************************************************             00009130
      *----------------------------------------------------             00009140
       8000-GRAVAR-RUNLOG-INICIO                  SECTION.              00009150
      *----------------------------------------------------             00009160
            MOVE 'F16CIRK' TO RLG-PROGRAMA.                             00009170
            MOVE 'I'       TO RLG-EVENTO.                               00009180
            MOVE ZEROES    TO RLG-LIDOS.                                00009190
            MOVE ZEROES    TO RLG-GRAVADOS.                             00009200
            MOVE ZEROES    TO RLG-REJEITADOS.                           00009210
            MOVE ZEROES    TO RLG-RETCODE.                              00009220
            PERFORM 8200-GRAVAR-RUNLOG.                                 00009230
      *----------------------------------------------------             00009240
       8000-99-FIM.                                EXIT.                00009250
      *----------------------------------------------------             00009260
      *****************************************************             00009270
      *   G R A V A R   R U N L O G   -   F I M           *             00009280
      *****************************************************             00009290
      *----------------------------------------------------             00009300
       8100-GRAVAR-RUNLOG-FIM                     SECTION.              00009310
      *----------------------------------------------------             00009320
            MOVE 'F16CIRK' TO RLG-PROGRAMA.                             00009330
            MOVE 'F'       TO RLG-EVENTO.                               00009340
            MOVE WRK-QTDE-LIDOS     TO RLG-LIDOS.                       00009350
            MOVE WRK-QTDE-REGISTROS TO RLG-GRAVADOS.                    00009360
            MOVE WRK-QTDE-EXCECAO   TO RLG-REJEITADOS.                  00009370
            MOVE RETURN-CODE TO RLG-RETCODE.                            00009380
            PERFORM 8200-GRAVAR-RUNLOG.                                 00009390
      *----------------------------------------------------             00009400
       8100-99-FIM.                                EXIT.                00009410
      *----------------------------------------------------             00009420
      *****************************************************             00009430
      *   G R A V A R   R U N L O G                       *             00009440
      *****************************************************             00009450
      *----------------------------------------------------             00009460
       8200-GRAVAR-RUNLOG                         SECTION.              00009470
      *----------------------------------------------------             00009480
      *        ABRE EM EXTEND, GRAVA E FECHA A CADA EVENTO,             00009490
      *        PARA O REGISTRO DE INICIO JA ESTAR NO ARQUIVO            00009500
      *        MESMO QUE O PROGRAMA CAIA NO MEIO.                       00009510
            MOVE FUNCTION CURRENT-DATE (1:14)                           00009520
                 TO WRK-RLOG-TIMESTAMP.                                 00009530
            MOVE WRK-RLG-HH TO WRK-RLH-HH.                              00009540
            MOVE WRK-RLG-MM TO WRK-RLH-MM.                              00009550
            MOVE WRK-RLG-SS TO WRK-RLH-SS.                              00009560
            MOVE WRK-RLG-DIA   TO RLG-DATA.                             00009570
            MOVE WRK-RLOG-HORA TO RLG-HORA.                             00009580
                                                                        00009590
            OPEN EXTEND RUNLOG.                                         00009600
            IF WRK-RLOG-STATUS NOT EQUAL '00'                           00009610
               DISPLAY 'F16CIRK - ERRO AO ABRIR RUNLOG FILE STATUS '    00009620
                  WRK-RLOG-STATUS                                       00009630
               MOVE 16 TO RETURN-CODE                                   00009640
            ELSE                                                        00009650
               WRITE RLG-REGISTRO                                       00009660
               IF WRK-RLOG-STATUS NOT EQUAL '00'                        00009670
                  DISPLAY 'F16CIRK - ERRO AO GRAVAR RUNLOG '            00009680
                     'FILE STATUS ' WRK-RLOG-STATUS                     00009690
                  MOVE 16 TO RETURN-CODE                                00009700
               END-IF                                                   00009710
               CLOSE RUNLOG                                             00009720
            END-IF.                                                     00009730
      *----------------------------------------------------             00009740
       8200-99-FIM.                                EXIT.                00009750
      *----------------------------------------------------             00009760
