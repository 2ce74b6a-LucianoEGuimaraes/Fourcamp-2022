      *====================================================             00000010
       IDENTIFICATION                            DIVISION.              00000020
      *====================================================             00000030
       PROGRAM-ID. F16CIRR.                                             00000040
                                                                        00000050
      *====================================================*            00000060
      *   AUTOR....:LUCIANO GUIMARAES                      *            00000070
      *   ANALISTA.:IVAN SANCHES                           *            00000080
      *   DATA ....:15/10/2026                             *            00000090
      *----------------------------------------------------*            00000100
      *   OBJETIVO:RELATORIO DO TITULAR (LGPD): PARA CADA  *            00000110
      *            FUNCIONARIO INFORMADO EM CARTAO DE      *            00000120
      *            PARAMETRO, IMPRIME TUDO O QUE O SISTEMA *            00000130
      *            GUARDA SOBRE ELE - O CADASTRO (FUNC), O *            00000140
      *            HISTORICO DE SALARIOS (HISTSAL) E DE    *            00000150
      *            SETORES (HISTSET), OS ACESSOS AO SEU    *            00000160
      *            REGISTRO NA TRILHA DE AUDITORIA (AUDIT  *            00000170
      *            E ARQUIVO MORTO DO F16CIR4), O SEU      *            00000180
      *            REGISTRO EM CADA FOTO MENSAL DO FUNC    *            00000190
      *            (F16CIRG), OS PAGAMENTOS CARREGADOS     *            00000191
      *            DO RETORNO DO BANCO (PAGTO, F16CIR6) E  *            00000192
      *            AS ATUALIZACOES DO SEU REGISTRO NO      *            00000193
      *            DIARIO DO FUNC (JORNAL, F16CIDC).       *            00000194
      *            O TITULAR JA ANONIMIZADO                *            00000220
      *            (F16CIRQ) APARECE COM A MARCA NO LUGAR  *            00000230
      *            DO NOME.                                *            00000240
      *----------------------------------------------------*            00000250
      *   PARAMETROS (PARM):                               *            00000260
      *   COL 01-05 CHAVE DO FUNCIONARIO (WRK-CHAVE)       *            00000270
      *             (UM CARTAO POR TITULAR)                *            00000280
      *----------------------------------------------------*            00000290
      *   BASE DE DADOS:                                   *            00000300
      *   TABELA.VSAM                                      *            00000310
      *    ------              I/O        INCLUDE/BOOK     *            00000320
      *   FUNC       CADASTRO FUNCIONARIOS   I  F16CID1    *            00000330
      *   HISTSAL    HISTORICO DE SALARIOS   I  F16CID5    *            00000340
      *   HISTSET    HISTORICO DE SETORES    I  F16CID6    *            00000350
      *   AUDIT      TRILHA DE AUDITORIA     I  F16CID3    *            00000360
      *   PAGTO      HISTORICO PAGAMENTOS    I  F16CIDE    *            00000370
      *   JORNAL     DIARIO DE ATUALIZACOES  I  F16CIDC    *            00000371
      *====================================================*            00000380
      *====================================================             00000390
       ENVIRONMENT                               DIVISION.              00000400
      *====================================================             00000410
       CONFIGURATION                              SECTION.              00000420
                                                                        00000430
       SPECIAL-NAMES.                                                   00000440
           DECIMAL-POINT IS COMMA.                                      00000450
                                                                        00000460
       INPUT-OUTPUT                               SECTION.              00000470
       FILE-CONTROL.                                                    00000480
           SELECT FUNC-FILE ASSIGN TO FUNC                              00000490
               ORGANIZATION IS INDEXED                                  00000500
               ACCESS MODE IS RANDOM                                    00000510
               RECORD KEY IS WRK-CHAVE                                  00000520
               FILE STATUS IS WRK-FUNC-STATUS.                          00000530
                                                                        00000540
           SELECT HIST-FILE ASSIGN TO HISTSAL                           00000550
               ORGANIZATION IS INDEXED                                  00000560
               ACCESS MODE IS DYNAMIC                                   00000570
               RECORD KEY IS HIS-CHAVE-REG                              00000580
               FILE STATUS IS WRK-HIST-STATUS.                          00000590
                                                                        00000600
           SELECT HSET-FILE ASSIGN TO HISTSET                           00000610
               ORGANIZATION IS INDEXED                                  00000620
               ACCESS MODE IS DYNAMIC                                   00000630
               RECORD KEY IS HSE-CHAVE-REG                              00000640
               FILE STATUS IS WRK-HSET-STATUS.                          00000650
                                                                        00000660
           SELECT PAGTO-FILE ASSIGN TO PAGTO                            00000670
               ORGANIZATION IS INDEXED                                  00000680
               ACCESS MODE IS DYNAMIC                                   00000690
               RECORD KEY IS PAG-CHAVE-REG                              00000700
               FILE STATUS IS WRK-PAGTO-STATUS.                         00000710
                                                                        00000720
           SELECT AUDIT-FILE ASSIGN TO AS-AUDIT                         00000730
               ORGANIZATION IS SEQUENTIAL                               00000740
               FILE STATUS IS WRK-AUDIT-STATUS.                         00000750
                                                                        00000760
           SELECT AUDMORTO ASSIGN TO AUDMORTO                           00000770
               ORGANIZATION IS SEQUENTIAL                               00000780
               FILE STATUS IS WRK-MORTO-STATUS.                         00000790
                                                                        00000800
           SELECT SNAP ASSIGN TO SNAP                                   00000810
               ORGANIZATION IS SEQUENTIAL                               00000820
               FILE STATUS IS WRK-SNAP-STATUS.                          00000830
                                                                        00000840
           SELECT JORNAL-FILE ASSIGN TO AS-JORNAL                       00000841
               ORGANIZATION IS SEQUENTIAL                               00000842
               FILE STATUS IS WRK-JNL-STATUS.                           00000843
                                                                        00000844
           SELECT PARM-FILE ASSIGN TO PARM                              00000850
               ORGANIZATION IS SEQUENTIAL.                              00000860
                                                                        00000870
           SELECT RELATORIO ASSIGN TO RELAT                             00000880
               ORGANIZATION IS SEQUENTIAL.                              00000890
                                                                        00000900
           SELECT RUNLOG ASSIGN TO RUNLOG                               00000910
               ORGANIZATION IS SEQUENTIAL                               00000920
               FILE STATUS IS WRK-RLOG-STATUS.                          00000930
                                                                        00000940
      *====================================================             00000950
       DATA                                      DIVISION.              00000960
      *====================================================             00000970
       FILE                                      SECTION.               00000980
      *----------------------------------------------------             00000990
       FD  FUNC-FILE                                                    00001000
           RECORDING MODE IS F.                                         00001010
                                                                        00001020
           COPY F16CID1.                                                00001030
                                                                        00001040
       FD  HIST-FILE                                                    00001050
           RECORDING MODE IS F.                                         00001060
                                                                        00001070
           COPY F16CID5.                                                00001080
                                                                        00001090
       FD  HSET-FILE                                                    00001100
           RECORDING MODE IS F.                                         00001110
                                                                        00001120
           COPY F16CID6.                                                00001130
                                                                        00001140
       FD  PAGTO-FILE                                                   00001150
           RECORDING MODE IS F.                                         00001160
                                                                        00001170
           COPY F16CIDE.                                                00001180
                                                                        00001190
       FD  AUDIT-FILE                                                   00001200
           RECORDING MODE IS F.                                         00001210
                                                                        00001220
           COPY F16CID3.                                                00001230
                                                                        00001240
      *        ARQUIVO MORTO DA AUDITORIA (TODAS AS GERACOES            00001250
      *        GRAVADAS PELO F16CIR4), MESMO LAYOUT DO F16CID3.         00001260
       FD  AUDMORTO                                                     00001270
           RECORDING MODE IS F.                                         00001280
       01 MRT-REGISTRO.                                                 00001290
          05 MRT-USERID        PIC X(08).                               00001300
          05 MRT-TERMID        PIC X(04).                               00001310
          05 MRT-DATA          PIC X(08).                               00001320
          05 MRT-HORA          PIC X(08).                               00001330
          05 MRT-TRANS         PIC X(04).                               00001340
          05 MRT-ID-PESQ       PIC X(05).                               00001350
          05 MRT-STATUS        PIC X(01).                               00001360
                                                                        00001370
      *        FOTOS MENSAIS DO FUNC (TODAS AS GERACOES GRAVADAS        00001380
      *        PELO F16CIRG), MESMO LAYOUT DO SNAP DE LA.               00001390
       FD  SNAP                                                         00001400
           RECORDING MODE IS F.                                         00001410
       01 SNP-REC.                                                      00001420
          05 SNP-DATA          PIC X(08).                               00001430
          05 SNP-CHAVE         PIC X(05).                               00001440
          05 SNP-NOME          PIC X(30).                               00001450
          05 SNP-SETOR         PIC X(04).                               00001460
          05 SNP-SALARIO       PIC X(10).                               00001470
          05 SNP-DATAADM       PIC X(10).                               00001480
          05 SNP-EMAIL         PIC X(40).                               00001490
          05 SNP-SITUACAO      PIC X(01).                               00001500
          05 SNP-DATADEM       PIC X(10).                               00001510
          05 SNP-MOTIVO-DESL   PIC X(01).                               00001520
                                                                        00001530
       FD  JORNAL-FILE                                                  00001531
           RECORDING MODE IS F.                                         00001532
                                                                        00001533
           COPY F16CIDC.                                                00001534
                                                                        00001535
       FD  PARM-FILE                                                    00001540
           RECORDING MODE IS F.                                         00001550
       01 PARM-CARD.                                                    00001560
          05 PARM-CHAVE        PIC X(05).                               00001570
          05 FILLER            PIC X(75).                               00001580
                                                                        00001590
       FD  RELATORIO                                                    00001600
           RECORDING MODE IS F.                                         00001610
       01 REL-LINHA            PIC X(132).                              00001620
                                                                        00001630
       FD  RUNLOG                                                       00001640
           RECORDING MODE IS F.                                         00001650
                                                                        00001660
           COPY F16CID9.                                                00001670
                                                                        00001680
      *----------------------------------------------------             00001690
       WORKING-STORAGE                           SECTION.               00001700
      *----------------------------------------------------             00001710
       77 WRK-FUNC-STATUS      PIC X(02) VALUE '00'.                    00001720
       77 WRK-HIST-STATUS      PIC X(02) VALUE '00'.                    00001730
       77 WRK-HSET-STATUS      PIC X(02) VALUE '00'.                    00001740
       77 WRK-AUDIT-STATUS     PIC X(02) VALUE '00'.                    00001750
       77 WRK-MORTO-STATUS     PIC X(02) VALUE '00'.                    00001760
       77 WRK-SNAP-STATUS      PIC X(02) VALUE '00'.                    00001770
       77 WRK-PAGTO-STATUS     PIC X(02) VALUE '00'.                    00001780
       77 WRK-JNL-STATUS       PIC X(02) VALUE '00'.                    00001781
       77 WRK-PAGTO-VAZIO      PIC X(01) VALUE 'N'.                     00001790
                                                                        00001800
       77 WRK-EOF-PARM         PIC X(01) VALUE 'N'.                     00001810
          88 FIM-PARM                    VALUE 'S'.                     00001820
       77 WRK-FIM-CHAVE        PIC X(01) VALUE 'N'.                     00001830
       77 WRK-FIM-ARQUIVO      PIC X(01) VALUE 'N'.                     00001840
                                                                        00001850
       77 WRK-CHAVE-PESQ       PIC X(05) VALUE SPACES.                  00001860
       77 WRK-QTDE-SECAO       PIC 9(05) VALUE ZEROES.                  00001870
       77 WRK-QTDE-TITULARES   PIC 9(08) VALUE ZEROES.                  00001880
       77 WRK-QTDE-REGISTROS   PIC 9(08) VALUE ZEROES.                  00001890
       77 WRK-QTDE-SEM-DADOS   PIC 9(08) VALUE ZEROES.                  00001900
       77 WRK-REG-TITULAR      PIC 9(08) VALUE ZEROES.                  00001910
                                                                        00001920
       01 WRK-LINHA-TITULO.                                             00001930
          05 FILLER            PIC X(03) VALUE SPACES.                  00001940
          05 FILLER            PIC X(60) VALUE                          00001950
             'RELATORIO DE DADOS PESSOAIS DO TITULAR (LGPD)'.           00001960
          05 FILLER            PIC X(69) VALUE SPACES.                  00001970
                                                                        00001980
       01 WRK-LINHA-CABECALHO.                                          00001990
          05 FILLER            PIC X(03) VALUE SPACES.                  00002000
          05 FILLER            PIC X(26) VALUE                          00002010
             'DADOS DO FUNCIONARIO:     '.                              00002020
          05 WRK-CAB-CHAVE         PIC X(05).                           00002030
          05 FILLER            PIC X(98) VALUE SPACES.                  00002040
                                                                        00002050
       01 WRK-LINHA-SECAO.                                              00002060
          05 FILLER            PIC X(03) VALUE SPACES.                  00002070
          05 FILLER            PIC X(04) VALUE '--- '.                  00002080
          05 WRK-SEC-TEXTO         PIC X(60).                           00002090
          05 FILLER            PIC X(65) VALUE SPACES.                  00002100
                                                                        00002110
       01 WRK-LINHA-CAMPO.                                              00002120
          05 FILLER            PIC X(06) VALUE SPACES.                  00002130
          05 WRK-CPO-ROTULO        PIC X(20).                           00002140
          05 WRK-CPO-VALOR         PIC X(40).                           00002150
          05 FILLER            PIC X(66) VALUE SPACES.                  00002160
                                                                        00002170
       01 WRK-LINHA-NENHUM.                                             00002180
          05 FILLER            PIC X(06) VALUE SPACES.                  00002190
          05 FILLER            PIC X(40) VALUE                          00002200
             'NENHUM REGISTRO'.                                         00002210
          05 FILLER            PIC X(86) VALUE SPACES.                  00002220
                                                                        00002230
       01 WRK-LINHA-QTDE.                                               00002240
          05 FILLER            PIC X(06) VALUE SPACES.                  00002250
          05 FILLER            PIC X(24) VALUE                          00002260
             'TOTAL DE REGISTROS      '.                                00002270
          05 WRK-QTD-QTDE          PIC ZZZZ9.                           00002280
          05 FILLER            PIC X(97) VALUE SPACES.                  00002290
                                                                        00002300
       01 WRK-LINHA-COL-HIST.                                           00002310
          05 FILLER            PIC X(06) VALUE SPACES.                  00002320
          05 FILLER            PIC X(08) VALUE 'DATA'.                  00002330
          05 FILLER            PIC X(03) VALUE SPACES.                  00002340
          05 FILLER            PIC X(08) VALUE 'HORA'.                  00002350
          05 FILLER            PIC X(03) VALUE SPACES.                  00002360
          05 WRK-COL-ANTES         PIC X(13).                           00002370
          05 FILLER            PIC X(03) VALUE SPACES.                  00002380
          05 WRK-COL-DEPOIS        PIC X(13).                           00002390
          05 FILLER            PIC X(03) VALUE SPACES.                  00002400
          05 FILLER            PIC X(12) VALUE 'ORIGEM'.                00002410
          05 FILLER            PIC X(60) VALUE SPACES.                  00002420
                                                                        00002430
       01 WRK-LINHA-DET-HIST.                                           00002440
          05 FILLER            PIC X(06) VALUE SPACES.                  00002450
          05 WRK-DHI-DATA          PIC X(08).                           00002460
          05 FILLER            PIC X(03) VALUE SPACES.                  00002470
          05 WRK-DHI-HORA          PIC X(08).                           00002480
          05 FILLER            PIC X(03) VALUE SPACES.                  00002490
          05 WRK-DHI-ANTES         PIC X(13).                           00002500
          05 FILLER            PIC X(03) VALUE SPACES.                  00002510
          05 WRK-DHI-DEPOIS        PIC X(13).                           00002520
          05 FILLER            PIC X(03) VALUE SPACES.                  00002530
          05 WRK-DHI-ORIGEM        PIC X(12).                           00002540
          05 FILLER            PIC X(60) VALUE SPACES.                  00002550
                                                                        00002560
       01 WRK-LINHA-COL-AUD.                                            00002570
          05 FILLER            PIC X(06) VALUE SPACES.                  00002580
          05 FILLER            PIC X(08) VALUE 'DATA'.                  00002590
          05 FILLER            PIC X(03) VALUE SPACES.                  00002600
          05 FILLER            PIC X(08) VALUE 'HORA'.                  00002610
          05 FILLER            PIC X(03) VALUE SPACES.                  00002620
          05 FILLER            PIC X(08) VALUE 'USUARIO'.               00002630
          05 FILLER            PIC X(03) VALUE SPACES.                  00002640
          05 FILLER            PIC X(08) VALUE 'TERMINAL'.              00002650
          05 FILLER            PIC X(03) VALUE SPACES.                  00002660
          05 FILLER            PIC X(06) VALUE 'TRANS.'.                00002670
          05 FILLER            PIC X(03) VALUE SPACES.                  00002680
          05 FILLER            PIC X(06) VALUE 'STATUS'.                00002690
          05 FILLER            PIC X(67) VALUE SPACES.                  00002700
                                                                        00002710
       01 WRK-LINHA-DET-AUD.                                            00002720
          05 FILLER            PIC X(06) VALUE SPACES.                  00002730
          05 WRK-DAU-DATA          PIC X(08).                           00002740
          05 FILLER            PIC X(03) VALUE SPACES.                  00002750
          05 WRK-DAU-HORA          PIC X(08).                           00002760
          05 FILLER            PIC X(03) VALUE SPACES.                  00002770
          05 WRK-DAU-USERID        PIC X(08).                           00002780
          05 FILLER            PIC X(03) VALUE SPACES.                  00002790
          05 WRK-DAU-TERMID        PIC X(04).                           00002800
          05 FILLER            PIC X(07) VALUE SPACES.                  00002810
          05 WRK-DAU-TRANS         PIC X(04).                           00002820
          05 FILLER            PIC X(05) VALUE SPACES.                  00002830
          05 WRK-DAU-STATUS        PIC X(01).                           00002840
          05 FILLER            PIC X(72) VALUE SPACES.                  00002850
                                                                        00002860
       01 WRK-LINHA-COL-SNAP.                                           00002870
          05 FILLER            PIC X(06) VALUE SPACES.                  00002880
          05 FILLER            PIC X(08) VALUE 'FOTO'.                  00002890
          05 FILLER            PIC X(02) VALUE SPACES.                  00002900
          05 FILLER            PIC X(30) VALUE 'NOME'.                  00002910
          05 FILLER            PIC X(02) VALUE SPACES.                  00002920
          05 FILLER            PIC X(05) VALUE 'SETOR'.                 00002930
          05 FILLER            PIC X(01) VALUE SPACES.                  00002940
          05 FILLER            PIC X(10) VALUE 'SALARIO'.               00002950
          05 FILLER            PIC X(02) VALUE SPACES.                  00002960
          05 FILLER            PIC X(10) VALUE 'ADMISSAO'.              00002970
          05 FILLER            PIC X(02) VALUE SPACES.                  00002980
          05 FILLER            PIC X(40) VALUE 'EMAIL'.                 00002990
          05 FILLER            PIC X(02) VALUE SPACES.                  00003000
          05 FILLER            PIC X(01) VALUE 'S'.                     00003010
          05 FILLER            PIC X(01) VALUE SPACES.                  00003020
          05 FILLER            PIC X(10) VALUE 'DESLIG.'.               00003030
                                                                        00003040
       01 WRK-LINHA-DET-SNAP.                                           00003050
          05 FILLER            PIC X(06) VALUE SPACES.                  00003060
          05 WRK-DSN-DATA          PIC X(08).                           00003070
          05 FILLER            PIC X(02) VALUE SPACES.                  00003080
          05 WRK-DSN-NOME          PIC X(30).                           00003090
          05 FILLER            PIC X(02) VALUE SPACES.                  00003100
          05 WRK-DSN-SETOR         PIC X(04).                           00003110
          05 FILLER            PIC X(02) VALUE SPACES.                  00003120
          05 WRK-DSN-SALARIO       PIC X(10).                           00003130
          05 FILLER            PIC X(02) VALUE SPACES.                  00003140
          05 WRK-DSN-DATAADM       PIC X(10).                           00003150
          05 FILLER            PIC X(02) VALUE SPACES.                  00003160
          05 WRK-DSN-EMAIL         PIC X(40).                           00003170
          05 FILLER            PIC X(02) VALUE SPACES.                  00003180
          05 WRK-DSN-SITUACAO      PIC X(01).                           00003190
          05 FILLER            PIC X(01) VALUE SPACES.                  00003200
          05 WRK-DSN-DATADEM       PIC X(10).                           00003210
                                                                        00003220
       01 WRK-LINHA-COL-PAGTO.                                          00003230
          05 FILLER            PIC X(06) VALUE SPACES.                  00003240
          05 FILLER            PIC X(11) VALUE 'COMPETENCIA'.           00003250
          05 FILLER            PIC X(03) VALUE SPACES.                  00003260
          05 FILLER            PIC X(10) VALUE 'VALOR'.                 00003270
          05 FILLER            PIC X(03) VALUE SPACES.                  00003280
          05 FILLER            PIC X(05) VALUE 'SETOR'.                 00003290
          05 FILLER            PIC X(02) VALUE SPACES.                  00003300
          05 FILLER            PIC X(05) VALUE 'CONC.'.                 00003310
          05 FILLER            PIC X(02) VALUE SPACES.                  00003320
          05 FILLER            PIC X(08) VALUE 'CARGA'.                 00003330
          05 FILLER            PIC X(03) VALUE SPACES.                  00003340
          05 FILLER            PIC X(08) VALUE 'HORA'.                  00003350
          05 FILLER            PIC X(66) VALUE SPACES.                  00003360
                                                                        00003370
       01 WRK-LINHA-DET-PAGTO.                                          00003380
          05 FILLER            PIC X(06) VALUE SPACES.                  00003390
          05 WRK-DPG-COMPET        PIC X(06).                           00003400
          05 FILLER            PIC X(08) VALUE SPACES.                  00003410
          05 WRK-DPG-VALOR         PIC X(10).                           00003420
          05 FILLER            PIC X(03) VALUE SPACES.                  00003430
          05 WRK-DPG-SETOR         PIC X(04).                           00003440
          05 FILLER            PIC X(05) VALUE SPACES.                  00003450
          05 WRK-DPG-CONCILIACAO   PIC X(01).                           00003460
          05 FILLER            PIC X(04) VALUE SPACES.                  00003470
          05 WRK-DPG-DATA          PIC X(08).                           00003480
          05 FILLER            PIC X(03) VALUE SPACES.                  00003490
          05 WRK-DPG-HORA          PIC X(08).                           00003500
          05 FILLER            PIC X(66) VALUE SPACES.                  00003510
                                                                        00003511
       01 WRK-LINHA-COL-JNL.                                            00003512
          05 FILLER            PIC X(06) VALUE SPACES.                  00003513
          05 FILLER            PIC X(08) VALUE 'DATA'.                  00003514
          05 FILLER            PIC X(03) VALUE SPACES.                  00003515
          05 FILLER            PIC X(08) VALUE 'HORA'.                  00003516
          05 FILLER            PIC X(03) VALUE SPACES.                  00003517
          05 FILLER            PIC X(08) VALUE 'PROGRAMA'.              00003518
          05 FILLER            PIC X(03) VALUE SPACES.                  00003519
          05 FILLER            PIC X(08) VALUE 'USUARIO'.               00003520
          05 FILLER            PIC X(03) VALUE SPACES.                  00003521
          05 FILLER            PIC X(08) VALUE 'OPERACAO'.              00003522
          05 FILLER            PIC X(74) VALUE SPACES.                  00003523
                                                                        00003524
       01 WRK-LINHA-DET-JNL.                                            00003525
          05 FILLER            PIC X(06) VALUE SPACES.                  00003526
          05 WRK-DJN-DATA          PIC X(08).                           00003527
          05 FILLER            PIC X(03) VALUE SPACES.                  00003528
          05 WRK-DJN-HORA          PIC X(08).                           00003529
          05 FILLER            PIC X(03) VALUE SPACES.                  00003530
          05 WRK-DJN-PROGRAMA      PIC X(08).                           00003531
          05 FILLER            PIC X(03) VALUE SPACES.                  00003532
          05 WRK-DJN-USERID        PIC X(08).                           00003533
          05 FILLER            PIC X(06) VALUE SPACES.                  00003534
          05 WRK-DJN-OPERACAO      PIC X(01).                           00003535
          05 FILLER            PIC X(78) VALUE SPACES.                  00003536
                                                                        00003537
       01 WRK-LINHA-RESUMO.                                             00003538
          05 FILLER            PIC X(03) VALUE SPACES.                  00003540
          05 WRK-RES-TEXTO         PIC X(40).                           00003550
          05 WRK-RES-QTDE          PIC ZZZZZZZ9.                        00003560
          05 FILLER            PIC X(81) VALUE SPACES.                  00003570
                                                                        00003580
      *        CAMPOS DO LOG DE EXECUCAO (RUNLOG), GRAVADO NO           00003590
      *        INICIO E NO FIM DO PROGRAMA.                             00003600
       77 WRK-RLOG-STATUS      PIC X(02) VALUE '00'.                    00003610
                                                                        00003620
       01 WRK-RLOG-TIMESTAMP.                                           00003630
          05 WRK-RLG-DIA       PIC X(08).                               00003640
          05 WRK-RLG-HH        PIC X(02).                               00003650
          05 WRK-RLG-MM        PIC X(02).                               00003660
          05 WRK-RLG-SS        PIC X(02).                               00003670
                                                                        00003680
       01 WRK-RLOG-HORA.                                                00003690
          05 WRK-RLH-HH        PIC X(02).                               00003700
          05 FILLER            PIC X(01) VALUE ':'.                     00003710
          05 WRK-RLH-MM        PIC X(02).                               00003720
          05 FILLER            PIC X(01) VALUE ':'.                     00003730
          05 WRK-RLH-SS        PIC X(02).                               00003740
                                                                        00003750
      *====================================================             00003760
       PROCEDURE                                 DIVISION.              00003770
      *====================================================             00003780
      *****************************************************             00003790
      *          R O T I N A   P R I N C I P A L          *             00003800
      *****************************************************             00003810
      *----------------------------------------------------             00003820
       0000-PRINCIPAL                             SECTION.              00003830
      *----------------------------------------------------             00003840
            PERFORM 8000-GRAVAR-RUNLOG-INICIO.                          00003850
                                                                        00003860
            PERFORM 1000-INICIALIZAR.                                   00003870
                                                                        00003880
            PERFORM UNTIL FIM-PARM                                      00003890
               READ PARM-FILE                                           00003900
                  AT END                                                00003910
                     MOVE 'S' TO WRK-EOF-PARM                           00003920
                  NOT AT END                                            00003930
                     MOVE PARM-CHAVE TO WRK-CHAVE-PESQ                  00003940
                     PERFORM 2000-LISTAR-TITULAR                        00003950
               END-READ                                                 00003960
            END-PERFORM.                                                00003970
                                                                        00003980
            PERFORM 9000-FINALIZAR.                                     00003990
                                                                        00004000
            STOP RUN.                                                   00004010
      *----------------------------------------------------             00004020
       0000-99-FIM.                                EXIT.                00004030
      *----------------------------------------------------             00004040
      *****************************************************             00004050
      *             I N I C I A L I Z A R                 *             00004060
      *****************************************************             00004070
      *----------------------------------------------------             00004080
       1000-INICIALIZAR                           SECTION.              00004090
      *----------------------------------------------------             00004100
            OPEN INPUT FUNC-FILE.                                       00004110
            IF WRK-FUNC-STATUS NOT EQUAL '00'                           00004120
               DISPLAY 'F16CIRR - ERRO AO ABRIR FUNC FILE STATUS '      00004130
                  WRK-FUNC-STATUS                                       00004140
               MOVE 16 TO RETURN-CODE                                   00004150
               PERFORM 8100-GRAVAR-RUNLOG-FIM                           00004151
               STOP RUN                                                 00004160
            END-IF.                                                     00004170
                                                                        00004180
            OPEN INPUT HIST-FILE.                                       00004190
            IF WRK-HIST-STATUS NOT EQUAL '00'                           00004200
               DISPLAY 'F16CIRR - ERRO AO ABRIR HISTSAL FILE STATUS '   00004210
                  WRK-HIST-STATUS                                       00004220
               MOVE 16 TO RETURN-CODE                                   00004230
               PERFORM 8100-GRAVAR-RUNLOG-FIM                           00004231
               STOP RUN                                                 00004240
            END-IF.                                                     00004250
                                                                        00004260
            OPEN INPUT HSET-FILE.                                       00004270
            IF WRK-HSET-STATUS NOT EQUAL '00'                           00004280
               DISPLAY 'F16CIRR - ERRO AO ABRIR HISTSET FILE STATUS '   00004290
                  WRK-HSET-STATUS                                       00004300
               MOVE 16 TO RETURN-CODE                                   00004310
               PERFORM 8100-GRAVAR-RUNLOG-FIM                           00004311
               STOP RUN                                                 00004320
            END-IF.                                                     00004330
                                                                        00004340
      *        PAGTO AINDA SEM NENHUMA CARGA DO F16CIR6 (STATUS         00004350
      *        35) NAO E ERRO: A SECAO SAI SEM REGISTROS.               00004360
            OPEN INPUT PAGTO-FILE.                                      00004370
            IF WRK-PAGTO-STATUS EQUAL '35'                              00004380
               MOVE 'S' TO WRK-PAGTO-VAZIO                              00004390
            ELSE                                                        00004400
               IF WRK-PAGTO-STATUS NOT EQUAL '00'                       00004410
                  DISPLAY 'F16CIRR - ERRO AO ABRIR PAGTO FILE STATUS '  00004420
                     WRK-PAGTO-STATUS                                   00004430
                  MOVE 16 TO RETURN-CODE                                00004440
                  PERFORM 8100-GRAVAR-RUNLOG-FIM                        00004441
                  STOP RUN                                              00004450
               END-IF                                                   00004460
            END-IF.                                                     00004470
                                                                        00004480
            OPEN INPUT PARM-FILE.                                       00004490
                                                                        00004500
            OPEN OUTPUT RELATORIO.                                      00004510
            MOVE SPACES TO REL-LINHA.                                   00004520
            MOVE WRK-LINHA-TITULO TO REL-LINHA.                         00004530
            WRITE REL-LINHA.                                            00004540
      *----------------------------------------------------             00004550
       1000-99-FIM.                                EXIT.                00004560
      *----------------------------------------------------             00004570
      *****************************************************             00004580
      *          L I S T A R   T I T U L A R              *             00004590
      *****************************************************             00004600
      *----------------------------------------------------             00004610
       2000-LISTAR-TITULAR                        SECTION.              00004620
      *----------------------------------------------------             00004630
            ADD 1 TO WRK-QTDE-TITULARES.                                00004640
            MOVE ZEROES TO WRK-REG-TITULAR.                             00004650
                                                                        00004660
            MOVE SPACES TO REL-LINHA.                                   00004670
            WRITE REL-LINHA.                                            00004680
            MOVE WRK-CHAVE-PESQ TO WRK-CAB-CHAVE.                       00004690
            MOVE WRK-LINHA-CABECALHO TO REL-LINHA.                      00004700
            WRITE REL-LINHA.                                            00004710
                                                                        00004720
            PERFORM 2100-LISTAR-FUNC.                                   00004730
            PERFORM 2200-LISTAR-HISTSAL.                                00004740
            PERFORM 2300-LISTAR-HISTSET.                                00004750
            PERFORM 2400-LISTAR-AUDIT.                                  00004760
            PERFORM 2500-LISTAR-AUDMORTO.                               00004770
            PERFORM 2600-LISTAR-SNAP.                                   00004780
            PERFORM 2700-LISTAR-PAGTO.                                  00004790
            PERFORM 2800-LISTAR-JORNAL.                                 00004791
                                                                        00004800
            IF WRK-REG-TITULAR EQUAL ZEROES                             00004810
               ADD 1 TO WRK-QTDE-SEM-DADOS                              00004820
            END-IF.                                                     00004830
            ADD WRK-REG-TITULAR TO WRK-QTDE-REGISTROS.                  00004840
      *----------------------------------------------------             00004850
       2000-99-FIM.                                EXIT.                00004860
      *----------------------------------------------------             00004870
      *****************************************************             00004880
      *          L I S T A R   F U N C                    *             00004890
      *****************************************************             00004900
      *----------------------------------------------------             00004910
       2100-LISTAR-FUNC                           SECTION.              00004920
      *----------------------------------------------------             00004930
            MOVE 'CADASTRO (FUNC)' TO WRK-SEC-TEXTO.                    00004940
            MOVE WRK-LINHA-SECAO TO REL-LINHA.                          00004950
            WRITE REL-LINHA.                                            00004960
                                                                        00004970
            MOVE WRK-CHAVE-PESQ TO WRK-CHAVE.                           00004980
            READ FUNC-FILE.                                             00004990
            EVALUATE WRK-FUNC-STATUS                                    00005000
               WHEN '00'                                                00005010
                  ADD 1 TO WRK-REG-TITULAR                              00005020
                  MOVE 'NOME'            TO WRK-CPO-ROTULO              00005030
                  MOVE WRK-NOME          TO WRK-CPO-VALOR               00005040
                  PERFORM 2190-IMPRIMIR-CAMPO                           00005050
                  MOVE 'SETOR'           TO WRK-CPO-ROTULO              00005060
                  MOVE WRK-SETOR         TO WRK-CPO-VALOR               00005070
                  PERFORM 2190-IMPRIMIR-CAMPO                           00005080
                  MOVE 'SALARIO'         TO WRK-CPO-ROTULO              00005090
                  MOVE WRK-SALARIO       TO WRK-CPO-VALOR               00005100
                  PERFORM 2190-IMPRIMIR-CAMPO                           00005110
                  MOVE 'ADMISSAO'        TO WRK-CPO-ROTULO              00005120
                  MOVE WRK-DATAADM       TO WRK-CPO-VALOR               00005130
                  PERFORM 2190-IMPRIMIR-CAMPO                           00005140
                  MOVE 'EMAIL'           TO WRK-CPO-ROTULO              00005150
                  MOVE WRK-EMAIL         TO WRK-CPO-VALOR               00005160
                  PERFORM 2190-IMPRIMIR-CAMPO                           00005170
                  MOVE 'SITUACAO'        TO WRK-CPO-ROTULO              00005180
                  MOVE WRK-SITUACAO      TO WRK-CPO-VALOR               00005190
                  PERFORM 2190-IMPRIMIR-CAMPO                           00005200
                  MOVE 'DESLIGAMENTO'    TO WRK-CPO-ROTULO              00005210
                  MOVE WRK-DATADEM       TO WRK-CPO-VALOR               00005220
                  PERFORM 2190-IMPRIMIR-CAMPO                           00005230
                  MOVE 'MOTIVO DESLIG.'  TO WRK-CPO-ROTULO              00005240
                  MOVE WRK-MOTIVO-DESL   TO WRK-CPO-VALOR               00005250
                  PERFORM 2190-IMPRIMIR-CAMPO                           00005260
                  MOVE 'CARGO'           TO WRK-CPO-ROTULO              00005270
                  MOVE WRK-CARGO         TO WRK-CPO-VALOR               00005280
                  PERFORM 2190-IMPRIMIR-CAMPO                           00005290
               WHEN '23'                                                00005300
                  MOVE WRK-LINHA-NENHUM TO REL-LINHA                    00005310
                  WRITE REL-LINHA                                       00005320
               WHEN OTHER                                               00005330
                  DISPLAY 'F16CIRR - ERRO DE LEITURA EM FUNC CHAVE '    00005340
                     WRK-CHAVE-PESQ ' FILE STATUS ' WRK-FUNC-STATUS     00005350
                  MOVE 16 TO RETURN-CODE                                00005360
            END-EVALUATE.                                               00005370
      *----------------------------------------------------             00005380
       2100-99-FIM.                                EXIT.                00005390
      *----------------------------------------------------             00005400
      *****************************************************             00005410
      *          I M P R I M I R   C A M P O              *             00005420
      *****************************************************             00005430
      *----------------------------------------------------             00005440
       2190-IMPRIMIR-CAMPO                        SECTION.              00005450
      *----------------------------------------------------             00005460
            MOVE WRK-LINHA-CAMPO TO REL-LINHA.                          00005470
            WRITE REL-LINHA.                                            00005480
      *----------------------------------------------------             00005490
       2190-99-FIM.                                EXIT.                00005500
      *----------------------------------------------------             00005510
      *****************************************************             00005520
      *          L I S T A R   H I S T S A L              *             00005530
      *****************************************************             00005540
      *----------------------------------------------------             00005550
       2200-LISTAR-HISTSAL                        SECTION.              00005560
      *----------------------------------------------------             00005570
            MOVE 'HISTORICO DE SALARIOS (HISTSAL)' TO WRK-SEC-TEXTO.    00005580
            MOVE WRK-LINHA-SECAO TO REL-LINHA.                          00005590
            WRITE REL-LINHA.                                            00005600
                                                                        00005610
            MOVE 'SALARIO ANTES' TO WRK-COL-ANTES.                      00005620
            MOVE 'SALARIO NOVO'  TO WRK-COL-DEPOIS.                     00005630
            MOVE ZEROES TO WRK-QTDE-SECAO.                              00005640
            MOVE 'N'    TO WRK-FIM-CHAVE.                               00005650
                                                                        00005660
      *        A CHAVE DO HISTSAL E FUNCIONARIO + DATA + HORA,          00005670
      *        ENTAO O START NA CHAVE PARCIAL POSICIONA NO              00005680
      *        PRIMEIRO REGISTRO DO FUNCIONARIO (VER F16CIR5).          00005690
            MOVE WRK-CHAVE-PESQ TO HIS-CHAVE.                           00005700
            MOVE LOW-VALUES     TO HIS-DATA.                            00005710
            MOVE LOW-VALUES     TO HIS-HORA.                            00005720
            START HIST-FILE KEY IS NOT LESS THAN HIS-CHAVE-REG          00005730
               INVALID KEY                                              00005740
                  MOVE 'S' TO WRK-FIM-CHAVE                             00005750
            END-START.                                                  00005760
                                                                        00005770
            PERFORM UNTIL WRK-FIM-CHAVE EQUAL 'S'                       00005780
               READ HIST-FILE NEXT RECORD                               00005790
                  AT END                                                00005800
                     MOVE 'S' TO WRK-FIM-CHAVE                          00005810
                  NOT AT END                                            00005820
                     IF WRK-HIST-STATUS NOT EQUAL '00'                  00005830
                        DISPLAY 'F16CIRR - ERRO DE LEITURA EM HISTSAL ' 00005840
                           'FILE STATUS ' WRK-HIST-STATUS               00005850
                        MOVE 'S' TO WRK-FIM-CHAVE                       00005860
                        MOVE 16 TO RETURN-CODE                          00005870
                     ELSE                                               00005880
                        IF HIS-CHAVE NOT EQUAL WRK-CHAVE-PESQ           00005890
                           MOVE 'S' TO WRK-FIM-CHAVE                    00005900
                        ELSE                                            00005910
                           MOVE SPACES           TO WRK-LINHA-DET-HIST  00005920
                           MOVE HIS-DATA         TO WRK-DHI-DATA        00005930
                           MOVE HIS-HORA         TO WRK-DHI-HORA        00005940
                           MOVE HIS-SALARIO-ANT  TO WRK-DHI-ANTES       00005950
                           MOVE HIS-SALARIO-NOVO TO WRK-DHI-DEPOIS      00005960
                           MOVE HIS-ORIGEM       TO WRK-DHI-ORIGEM      00005970
                           PERFORM 2290-IMPRIMIR-HISTORICO              00005980
                        END-IF                                          00005990
                     END-IF                                             00006000
               END-READ                                                 00006010
            END-PERFORM.                                                00006020
                                                                        00006030
            PERFORM 2900-FECHAR-SECAO.                                  00006040
      *----------------------------------------------------             00006050
       2200-99-FIM.                                EXIT.                00006060
      *----------------------------------------------------             00006070
      *****************************************************             00006080
      *     I M P R I M I R   H I S T O R I C O           *             00006090
      *****************************************************             00006100
      *----------------------------------------------------             00006110
       2290-IMPRIMIR-HISTORICO                    SECTION.              00006120
      *----------------------------------------------------             00006130
            IF WRK-QTDE-SECAO EQUAL ZEROES                              00006140
               MOVE WRK-LINHA-COL-HIST TO REL-LINHA                     00006150
               WRITE REL-LINHA                                          00006160
            END-IF.                                                     00006170
            ADD 1 TO WRK-QTDE-SECAO.                                    00006180
                                                                        00006190
            MOVE WRK-LINHA-DET-HIST TO REL-LINHA.                       00006200
            WRITE REL-LINHA.                                            00006210
      *----------------------------------------------------             00006220
       2290-99-FIM.                                EXIT.                00006230
      *----------------------------------------------------             00006240
      *****************************************************             00006250
      *          L I S T A R   H I S T S E T              *             00006260
      *****************************************************             00006270
      *----------------------------------------------------             00006280
       2300-LISTAR-HISTSET                        SECTION.              00006290
      *----------------------------------------------------             00006300
            MOVE 'HISTORICO DE SETORES (HISTSET)' TO WRK-SEC-TEXTO.     00006310
            MOVE WRK-LINHA-SECAO TO REL-LINHA.                          00006320
            WRITE REL-LINHA.                                            00006330
                                                                        00006340
            MOVE 'SETOR ANTES'   TO WRK-COL-ANTES.                      00006350
            MOVE 'SETOR DEPOIS'  TO WRK-COL-DEPOIS.                     00006360
            MOVE ZEROES TO WRK-QTDE-SECAO.                              00006370
            MOVE 'N'    TO WRK-FIM-CHAVE.                               00006380
                                                                        00006390
            MOVE WRK-CHAVE-PESQ TO HSE-CHAVE.                           00006400
            MOVE LOW-VALUES     TO HSE-DATA.                            00006410
            MOVE LOW-VALUES     TO HSE-HORA.                            00006420
            START HSET-FILE KEY IS NOT LESS THAN HSE-CHAVE-REG          00006430
               INVALID KEY                                              00006440
                  MOVE 'S' TO WRK-FIM-CHAVE                             00006450
            END-START.                                                  00006460
                                                                        00006470
            PERFORM UNTIL WRK-FIM-CHAVE EQUAL 'S'                       00006480
               READ HSET-FILE NEXT RECORD                               00006490
                  AT END                                                00006500
                     MOVE 'S' TO WRK-FIM-CHAVE                          00006510
                  NOT AT END                                            00006520
                     IF WRK-HSET-STATUS NOT EQUAL '00'                  00006530
                        DISPLAY 'F16CIRR - ERRO DE LEITURA EM HISTSET ' 00006540
                           'FILE STATUS ' WRK-HSET-STATUS               00006550
                        MOVE 'S' TO WRK-FIM-CHAVE                       00006560
                        MOVE 16 TO RETURN-CODE                          00006570
                     ELSE                                               00006580
                        IF HSE-CHAVE NOT EQUAL WRK-CHAVE-PESQ           00006590
                           MOVE 'S' TO WRK-FIM-CHAVE                    00006600
                        ELSE                                            00006610
                           MOVE SPACES         TO WRK-LINHA-DET-HIST    00006620
                           MOVE HSE-DATA       TO WRK-DHI-DATA          00006630
                           MOVE HSE-HORA       TO WRK-DHI-HORA          00006640
                           MOVE HSE-SETOR-ANT  TO WRK-DHI-ANTES         00006650
                           MOVE HSE-SETOR-NOVO TO WRK-DHI-DEPOIS        00006660
                           MOVE HSE-ORIGEM     TO WRK-DHI-ORIGEM        00006670
                           PERFORM 2290-IMPRIMIR-HISTORICO              00006680
                        END-IF                                          00006690
                     END-IF                                             00006700
               END-READ                                                 00006710
            END-PERFORM.                                                00006720
                                                                        00006730
            PERFORM 2900-FECHAR-SECAO.                                  00006740
      *----------------------------------------------------             00006750
       2300-99-FIM.                                EXIT.                00006760
      *----------------------------------------------------             00006770
      *****************************************************             00006780
      *          L I S T A R   A U D I T                  *             00006790
      *****************************************************             00006800
      *----------------------------------------------------             00006810
       2400-LISTAR-AUDIT                          SECTION.              00006820
      *----------------------------------------------------             00006830
      *        A TRILHA NAO TEM INDICE POR FUNCIONARIO: E LIDA          00006840
      *        INTEIRA A CADA TITULAR, ATRAS DOS REGISTROS COM          00006850
      *        A CHAVE DELE EM AUD-ID-PESQ.                             00006860
            MOVE 'ACESSOS NA TRILHA DE AUDITORIA (AUDIT)'               00006870
                 TO WRK-SEC-TEXTO.                                      00006880
            MOVE WRK-LINHA-SECAO TO REL-LINHA.                          00006890
            WRITE REL-LINHA.                                            00006900
                                                                        00006910
            MOVE ZEROES TO WRK-QTDE-SECAO.                              00006920
            MOVE 'N'    TO WRK-FIM-ARQUIVO.                             00006930
                                                                        00006940
            OPEN INPUT AUDIT-FILE.                                      00006950
            IF WRK-AUDIT-STATUS NOT EQUAL '00'                          00006960
               DISPLAY 'F16CIRR - ERRO AO ABRIR AUDIT FILE STATUS '     00006970
                  WRK-AUDIT-STATUS                                      00006980
               MOVE 16 TO RETURN-CODE                                   00006990
            ELSE                                                        00007000
               PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL 'S'                  00007010
                  READ AUDIT-FILE                                       00007020
                     AT END                                             00007030
                        MOVE 'S' TO WRK-FIM-ARQUIVO                     00007040
                     NOT AT END                                         00007050
                        IF WRK-AUDIT-STATUS NOT EQUAL '00'              00007060
                           DISPLAY 'F16CIRR - ERRO DE LEITURA EM '      00007070
                              'AUDIT FILE STATUS ' WRK-AUDIT-STATUS     00007080
                           MOVE 'S' TO WRK-FIM-ARQUIVO                  00007090
                           MOVE 16 TO RETURN-CODE                       00007100
                        ELSE                                            00007110
                           IF AUD-ID-PESQ EQUAL WRK-CHAVE-PESQ          00007120
                              MOVE SPACES     TO WRK-LINHA-DET-AUD      00007130
                              MOVE AUD-DATA   TO WRK-DAU-DATA           00007140
                              MOVE AUD-HORA   TO WRK-DAU-HORA           00007150
                              MOVE AUD-USERID TO WRK-DAU-USERID         00007160
                              MOVE AUD-TERMID TO WRK-DAU-TERMID         00007170
                              MOVE AUD-TRANS  TO WRK-DAU-TRANS          00007180
                              MOVE AUD-STATUS TO WRK-DAU-STATUS         00007190
                              PERFORM 2490-IMPRIMIR-ACESSO              00007200
                           END-IF                                       00007210
                        END-IF                                          00007220
                  END-READ                                              00007230
               END-PERFORM                                              00007240
               CLOSE AUDIT-FILE                                         00007250
            END-IF.                                                     00007260
                                                                        00007270
            PERFORM 2900-FECHAR-SECAO.                                  00007280
      *----------------------------------------------------             00007290
       2400-99-FIM.                                EXIT.                00007300
      *----------------------------------------------------             00007310
      *****************************************************             00007320
      *       I M P R I M I R   A C E S S O               *             00007330
      *****************************************************             00007340
      *----------------------------------------------------             00007350
       2490-IMPRIMIR-ACESSO                       SECTION.              00007360
      *----------------------------------------------------             00007370
            IF WRK-QTDE-SECAO EQUAL ZEROES                              00007380
               MOVE WRK-LINHA-COL-AUD TO REL-LINHA                      00007390
               WRITE REL-LINHA                                          00007400
            END-IF.                                                     00007410
            ADD 1 TO WRK-QTDE-SECAO.                                    00007420
                                                                        00007430
            MOVE WRK-LINHA-DET-AUD TO REL-LINHA.                        00007440
            WRITE REL-LINHA.                                            00007450
      *----------------------------------------------------             00007460
       2490-99-FIM.                                EXIT.                00007470
      *----------------------------------------------------             00007480
      *****************************************************             00007490
      *       L I S T A R   A R Q U I V O   M O R T O     *             00007500
      *****************************************************             00007510
      *----------------------------------------------------             00007520
       2500-LISTAR-AUDMORTO                       SECTION.              00007530
      *----------------------------------------------------             00007540
            MOVE 'ACESSOS NO ARQUIVO MORTO DA AUDITORIA'                00007550
                 TO WRK-SEC-TEXTO.                                      00007560
            MOVE WRK-LINHA-SECAO TO REL-LINHA.                          00007570
            WRITE REL-LINHA.                                            00007580
                                                                        00007590
            MOVE ZEROES TO WRK-QTDE-SECAO.                              00007600
            MOVE 'N'    TO WRK-FIM-ARQUIVO.                             00007610
                                                                        00007620
            OPEN INPUT AUDMORTO.                                        00007630
            IF WRK-MORTO-STATUS NOT EQUAL '00'                          00007640
               DISPLAY 'F16CIRR - ERRO AO ABRIR AUDMORTO FILE STATUS '  00007650
                  WRK-MORTO-STATUS                                      00007660
               MOVE 16 TO RETURN-CODE                                   00007670
            ELSE                                                        00007680
               PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL 'S'                  00007690
                  READ AUDMORTO                                         00007700
                     AT END                                             00007710
                        MOVE 'S' TO WRK-FIM-ARQUIVO                     00007720
                     NOT AT END                                         00007730
                        IF WRK-MORTO-STATUS NOT EQUAL '00'              00007740
                           DISPLAY 'F16CIRR - ERRO DE LEITURA EM '      00007750
                              'AUDMORTO FILE STATUS ' WRK-MORTO-STATUS  00007760
                           MOVE 'S' TO WRK-FIM-ARQUIVO                  00007770
                           MOVE 16 TO RETURN-CODE                       00007780
                        ELSE                                            00007790
                           IF MRT-ID-PESQ EQUAL WRK-CHAVE-PESQ          00007800
                              MOVE SPACES     TO WRK-LINHA-DET-AUD      00007810
                              MOVE MRT-DATA   TO WRK-DAU-DATA           00007820
                              MOVE MRT-HORA   TO WRK-DAU-HORA           00007830
                              MOVE MRT-USERID TO WRK-DAU-USERID         00007840
                              MOVE MRT-TERMID TO WRK-DAU-TERMID         00007850
                              MOVE MRT-TRANS  TO WRK-DAU-TRANS          00007860
                              MOVE MRT-STATUS TO WRK-DAU-STATUS         00007870
                              PERFORM 2490-IMPRIMIR-ACESSO              00007880
                           END-IF                                       00007890
                        END-IF                                          00007900
                  END-READ                                              00007910
               END-PERFORM                                              00007920
               CLOSE AUDMORTO                                           00007930
            END-IF.                                                     00007940
                                                                        00007950
            PERFORM 2900-FECHAR-SECAO.                                  00007960
      *----------------------------------------------------             00007970
       2500-99-FIM.                                EXIT.                00007980
      *----------------------------------------------------             00007990
      *****************************************************             00008000
      *       L I S T A R   F O T O S   M E N S A I S     *             00008010
      *****************************************************             00008020
      *----------------------------------------------------             00008030
       2600-LISTAR-SNAP                           SECTION.              00008040
      *----------------------------------------------------             00008050
            MOVE 'FOTOS MENSAIS DO FUNC (F16CIRG)' TO WRK-SEC-TEXTO.    00008060
            MOVE WRK-LINHA-SECAO TO REL-LINHA.                          00008070
            WRITE REL-LINHA.                                            00008080
                                                                        00008090
            MOVE ZEROES TO WRK-QTDE-SECAO.                              00008100
            MOVE 'N'    TO WRK-FIM-ARQUIVO.                             00008110
                                                                        00008120
            OPEN INPUT SNAP.                                            00008130
            IF WRK-SNAP-STATUS NOT EQUAL '00'                           00008140
               DISPLAY 'F16CIRR - ERRO AO ABRIR SNAP FILE STATUS '      00008150
                  WRK-SNAP-STATUS                                       00008160
               MOVE 16 TO RETURN-CODE                                   00008170
            ELSE                                                        00008180
               PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL 'S'                  00008190
                  READ SNAP                                             00008200
                     AT END                                             00008210
                        MOVE 'S' TO WRK-FIM-ARQUIVO                     00008220
                     NOT AT END                                         00008230
                        IF WRK-SNAP-STATUS NOT EQUAL '00'               00008240
                           DISPLAY 'F16CIRR - ERRO DE LEITURA EM '      00008250
                              'SNAP FILE STATUS ' WRK-SNAP-STATUS       00008260
                           MOVE 'S' TO WRK-FIM-ARQUIVO                  00008270
                           MOVE 16 TO RETURN-CODE                       00008280
                        ELSE                                            00008290
                           IF SNP-CHAVE EQUAL WRK-CHAVE-PESQ            00008300
                              PERFORM 2690-IMPRIMIR-FOTO                00008310
                           END-IF                                       00008320
                        END-IF                                          00008330
                  END-READ                                              00008340
               END-PERFORM                                              00008350
               CLOSE SNAP                                               00008360
            END-IF.                                                     00008370
                                                                        00008380
            PERFORM 2900-FECHAR-SECAO.                                  00008390
      *----------------------------------------------------             00008400
       2600-99-FIM.                                EXIT.                00008410
      *----------------------------------------------------             00008420
      *****************************************************             00008430
      *       I M P R I M I R   F O T O                   *             00008440
      *****************************************************             00008450
      *----------------------------------------------------             00008460
       2690-IMPRIMIR-FOTO                         SECTION.              00008470
      *----------------------------------------------------             00008480
            IF WRK-QTDE-SECAO EQUAL ZEROES                              00008490
               MOVE WRK-LINHA-COL-SNAP TO REL-LINHA                     00008500
               WRITE REL-LINHA                                          00008510
            END-IF.                                                     00008520
            ADD 1 TO WRK-QTDE-SECAO.                                    00008530
                                                                        00008540
            MOVE SPACES       TO WRK-LINHA-DET-SNAP.                    00008550
            MOVE SNP-DATA     TO WRK-DSN-DATA.                          00008560
            MOVE SNP-NOME     TO WRK-DSN-NOME.                          00008570
            MOVE SNP-SETOR    TO WRK-DSN-SETOR.                         00008580
            MOVE SNP-SALARIO  TO WRK-DSN-SALARIO.                       00008590
            MOVE SNP-DATAADM  TO WRK-DSN-DATAADM.                       00008600
            MOVE SNP-EMAIL    TO WRK-DSN-EMAIL.                         00008610
            MOVE SNP-SITUACAO TO WRK-DSN-SITUACAO.                      00008620
            MOVE SNP-DATADEM  TO WRK-DSN-DATADEM.                       00008630
                                                                        00008640
            MOVE WRK-LINHA-DET-SNAP TO REL-LINHA.                       00008650
            WRITE REL-LINHA.                                            00008660
      *----------------------------------------------------             00008670
       2690-99-FIM.                                EXIT.                00008680
      *----------------------------------------------------             00008690
      *****************************************************             00008700
      *          L I S T A R   P A G T O                  *             00008710
      *****************************************************             00008720
      *----------------------------------------------------             00008730
       2700-LISTAR-PAGTO                          SECTION.              00008740
      *----------------------------------------------------             00008750
            MOVE 'PAGAMENTOS RECEBIDOS (PAGTO)' TO WRK-SEC-TEXTO.       00008760
            MOVE WRK-LINHA-SECAO TO REL-LINHA.                          00008770
            WRITE REL-LINHA.                                            00008780
                                                                        00008790
            MOVE ZEROES TO WRK-QTDE-SECAO.                              00008800
            MOVE 'N'    TO WRK-FIM-CHAVE.                               00008810
                                                                        00008820
      *        A CHAVE DO PAGTO E FUNCIONARIO + COMPETENCIA; O          00008830
      *        START NA CHAVE PARCIAL POSICIONA NA PRIMEIRA             00008840
      *        COMPETENCIA PAGA AO FUNCIONARIO.                         00008850
            IF WRK-PAGTO-VAZIO EQUAL 'S'                                00008860
               MOVE 'S' TO WRK-FIM-CHAVE                                00008870
            ELSE                                                        00008880
               MOVE WRK-CHAVE-PESQ TO PAG-CHAVE                         00008890
               MOVE LOW-VALUES     TO PAG-COMPET                        00008900
               START PAGTO-FILE KEY IS NOT LESS THAN PAG-CHAVE-REG      00008910
                  INVALID KEY                                           00008920
                     MOVE 'S' TO WRK-FIM-CHAVE                          00008930
               END-START                                                00008940
            END-IF.                                                     00008950
                                                                        00008960
            PERFORM UNTIL WRK-FIM-CHAVE EQUAL 'S'                       00008970
               READ PAGTO-FILE NEXT RECORD                              00008980
                  AT END                                                00008990
                     MOVE 'S' TO WRK-FIM-CHAVE                          00009000
                  NOT AT END                                            00009010
                     IF WRK-PAGTO-STATUS NOT EQUAL '00'                 00009020
                        DISPLAY 'F16CIRR - ERRO DE LEITURA EM PAGTO '   00009030
                           'FILE STATUS ' WRK-PAGTO-STATUS              00009040
                        MOVE 'S' TO WRK-FIM-CHAVE                       00009050
                        MOVE 16 TO RETURN-CODE                          00009060
                     ELSE                                               00009070
                        IF PAG-CHAVE NOT EQUAL WRK-CHAVE-PESQ           00009080
                           MOVE 'S' TO WRK-FIM-CHAVE                    00009090
                        ELSE                                            00009100
                           PERFORM 2790-IMPRIMIR-PAGAMENTO              00009110
                        END-IF                                          00009120
                     END-IF                                             00009130
               END-READ                                                 00009140
            END-PERFORM.                                                00009150
                                                                        00009160
            PERFORM 2900-FECHAR-SECAO.                                  00009170
      *----------------------------------------------------             00009180
       2700-99-FIM.                                EXIT.                00009190
      *----------------------------------------------------             00009200
      *****************************************************             00009210
      *     I M P R I M I R   P A G A M E N T O           *             00009220
      *****************************************************             00009230
      *----------------------------------------------------             00009240
       2790-IMPRIMIR-PAGAMENTO                    SECTION.              00009250
      *----------------------------------------------------             00009260
            IF WRK-QTDE-SECAO EQUAL ZEROES                              00009270
               MOVE WRK-LINHA-COL-PAGTO TO REL-LINHA                    00009280
               WRITE REL-LINHA                                          00009290
            END-IF.                                                     00009300
            ADD 1 TO WRK-QTDE-SECAO.                                    00009310
                                                                        00009320
            MOVE SPACES          TO WRK-LINHA-DET-PAGTO.                00009330
            MOVE PAG-COMPET      TO WRK-DPG-COMPET.                     00009340
            MOVE PAG-VALOR       TO WRK-DPG-VALOR.                      00009350
            MOVE PAG-SETOR       TO WRK-DPG-SETOR.                      00009360
            MOVE PAG-CONCILIACAO TO WRK-DPG-CONCILIACAO.                00009370
            MOVE PAG-DATA-CARGA  TO WRK-DPG-DATA.                       00009380
            MOVE PAG-HORA-CARGA  TO WRK-DPG-HORA.                       00009390
                                                                        00009400
            MOVE WRK-LINHA-DET-PAGTO TO REL-LINHA.                      00009410
            WRITE REL-LINHA.                                            00009420
      *----------------------------------------------------             00009430
       2790-99-FIM.                                EXIT.                00009440
      *----------------------------------------------------             00009450
      *****************************************************             00009451
      *          L I S T A R   J O R N A L                *             00009452
      *****************************************************             00009453
      *----------------------------------------------------             00009454
       2800-LISTAR-JORNAL                         SECTION.              00009455
      *----------------------------------------------------             00009456
      *        O JORNAL (ESDS) NAO TEM INDICE POR FUNCIONARIO:          00009457
      *        COMO A TRILHA, E LIDO INTEIRO A CADA TITULAR,            00009458
      *        ATRAS DAS ATUALIZACOES COM A CHAVE DELE EM               00009459
      *        JNL-CHAVE. SAI UMA LINHA POR ATUALIZACAO: QUANDO,        00009460
      *        POR QUAL PROGRAMA E USUARIO E A OPERACAO.                00009461
            MOVE 'ATUALIZACOES NO DIARIO DO FUNC (JORNAL)'              00009463
                 TO WRK-SEC-TEXTO.                                      00009464
            MOVE WRK-LINHA-SECAO TO REL-LINHA.                          00009465
            WRITE REL-LINHA.                                            00009466
                                                                        00009467
            MOVE ZEROES TO WRK-QTDE-SECAO.                              00009468
            MOVE 'N'    TO WRK-FIM-ARQUIVO.                             00009469
                                                                        00009470
            OPEN INPUT JORNAL-FILE.                                     00009471
            IF WRK-JNL-STATUS NOT EQUAL '00'                            00009472
               DISPLAY 'F16CIRR - ERRO AO ABRIR JORNAL FILE STATUS '    00009473
                  WRK-JNL-STATUS                                        00009474
               MOVE 16 TO RETURN-CODE                                   00009475
            ELSE                                                        00009476
               PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL 'S'                  00009477
                  READ JORNAL-FILE                                      00009478
                     AT END                                             00009479
                        MOVE 'S' TO WRK-FIM-ARQUIVO                     00009480
                     NOT AT END                                         00009481
                        IF WRK-JNL-STATUS NOT EQUAL '00'                00009482
                           DISPLAY 'F16CIRR - ERRO DE LEITURA EM '      00009483
                              'JORNAL FILE STATUS ' WRK-JNL-STATUS      00009484
                           MOVE 'S' TO WRK-FIM-ARQUIVO                  00009485
                           MOVE 16 TO RETURN-CODE                       00009486
                        ELSE                                            00009487
                           IF JNL-CHAVE EQUAL WRK-CHAVE-PESQ            00009488
                              PERFORM 2890-IMPRIMIR-ATUALIZACAO         00009489
                           END-IF                                       00009490
                        END-IF                                          00009491
                  END-READ                                              00009492
               END-PERFORM                                              00009493
               CLOSE JORNAL-FILE                                        00009494
            END-IF.                                                     00009495
                                                                        00009496
            PERFORM 2900-FECHAR-SECAO.                                  00009497
      *----------------------------------------------------             00009498
       2800-99-FIM.                                EXIT.                00009499
      *----------------------------------------------------             00009500
      *****************************************************             00009501
      *     I M P R I M I R   A T U A L I Z A C A O       *             00009502
      *****************************************************             00009503
      *----------------------------------------------------             00009504
       2890-IMPRIMIR-ATUALIZACAO                  SECTION.              00009505
      *----------------------------------------------------             00009506
            IF WRK-QTDE-SECAO EQUAL ZEROES                              00009507
               MOVE WRK-LINHA-COL-JNL TO REL-LINHA                      00009508
               WRITE REL-LINHA                                          00009509
            END-IF.                                                     00009510
            ADD 1 TO WRK-QTDE-SECAO.                                    00009511
                                                                        00009512
            MOVE SPACES       TO WRK-LINHA-DET-JNL.                     00009513
            MOVE JNL-DATA     TO WRK-DJN-DATA.                          00009514
            MOVE JNL-HORA     TO WRK-DJN-HORA.                          00009515
            MOVE JNL-PROGRAMA TO WRK-DJN-PROGRAMA.                      00009516
            MOVE JNL-USERID   TO WRK-DJN-USERID.                        00009517
            MOVE JNL-OPERACAO TO WRK-DJN-OPERACAO.                      00009518
                                                                        00009519
            MOVE WRK-LINHA-DET-JNL TO REL-LINHA.                        00009520
            WRITE REL-LINHA.                                            00009521
      *----------------------------------------------------             00009522
       2890-99-FIM.                                EXIT.                00009523
      *----------------------------------------------------             00009524
      *****************************************************             00009525
      *          F E C H A R   S E C A O                  *             00009526
      *****************************************************             00009527
      *----------------------------------------------------             00009528
       2900-FECHAR-SECAO                          SECTION.              00009529
      *----------------------------------------------------             00009530
            IF WRK-QTDE-SECAO EQUAL ZEROES                              00009531
               MOVE WRK-LINHA-NENHUM TO REL-LINHA                       00009532
               WRITE REL-LINHA                                          00009540
            ELSE                                                        00009550
               MOVE WRK-QTDE-SECAO TO WRK-QTD-QTDE                      00009560
               MOVE WRK-LINHA-QTDE TO REL-LINHA                         00009570
               WRITE REL-LINHA                                          00009580
               ADD WRK-QTDE-SECAO TO WRK-REG-TITULAR                    00009590
            END-IF.                                                     00009600
      *----------------------------------------------------             00009610
       2900-99-FIM.                                EXIT.                00009620
      *----------------------------------------------------             00009630
      *****************************************************             00009640
      *             F I N A L I Z A R                     *             00009650
      *****************************************************             00009660
      *----------------------------------------------------             00009670
       9000-FINALIZAR                             SECTION.              00009680
      *----------------------------------------------------             00009690
            MOVE SPACES TO REL-LINHA.                                   00009700
            WRITE REL-LINHA.                                            00009710
                                                                        00009720
            MOVE 'TITULARES CONSULTADOS' TO WRK-RES-TEXTO.              00009730
            MOVE WRK-QTDE-TITULARES TO WRK-RES-QTDE.                    00009740
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00009750
            WRITE REL-LINHA.                                            00009760
                                                                        00009770
            MOVE 'TITULARES SEM NENHUM DADO' TO WRK-RES-TEXTO.          00009780
            MOVE WRK-QTDE-SEM-DADOS TO WRK-RES-QTDE.                    00009790
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00009800
            WRITE REL-LINHA.                                            00009810
                                                                        00009820
            MOVE 'REGISTROS LISTADOS' TO WRK-RES-TEXTO.                 00009830
            MOVE WRK-QTDE-REGISTROS TO WRK-RES-QTDE.                    00009840
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00009850
            WRITE REL-LINHA.                                            00009860
                                                                        00009870
            CLOSE FUNC-FILE.                                            00009880
            CLOSE HIST-FILE.                                            00009890
            CLOSE HSET-FILE.                                            00009900
            IF WRK-PAGTO-VAZIO NOT EQUAL 'S'                            00009910
               CLOSE PAGTO-FILE                                         00009920
            END-IF.                                                     00009930
            CLOSE PARM-FILE.                                            00009940
            CLOSE RELATORIO.                                            00009950
                                                                        00009960
            PERFORM 8100-GRAVAR-RUNLOG-FIM.                             00009970
      *----------------------------------------------------             00009980
       9000-99-FIM.                                EXIT.                00009990
      *----------------------------------------------------             00010000
      *****************************************************             00010010
      *   G R A V A R   R U N L O G   -   I N I C I O     *             00010020
      *****************************************************             00010030
      *----------------------------------------------------             00010040
       8000-GRAVAR-RUNLOG-INICIO                  SECTION.              00010050
      *----------------------------------------------------             00010060
            MOVE 'F16CIRR' TO RLG-PROGRAMA.                             00010070
            MOVE 'I'       TO RLG-EVENTO.                               00010080
            MOVE ZEROES    TO RLG-LIDOS.                                00010090
            MOVE ZEROES    TO RLG-GRAVADOS.                             00010100
            MOVE ZEROES    TO RLG-REJEITADOS.                           00010110
            MOVE ZEROES    TO RLG-RETCODE.                              00010120
            PERFORM 8200-GRAVAR-RUNLOG.                                 00010130
      *----------------------------------------------------             00010140
       8000-99-FIM.                                EXIT.                00010150
      *----------------------------------------------------             00010160
      *****************************************************             00010170
      *   G R A V A R   R U N L O G   -   F I M           *             00010180
      *****************************************************             00010190
      *----------------------------------------------------             00010200
       8100-GRAVAR-RUNLOG-FIM                     SECTION.              00010210
      *----------------------------------------------------             00010220
            MOVE 'F16CIRR' TO RLG-PROGRAMA.                             00010230
            MOVE 'F'       TO RLG-EVENTO.                               00010240
            MOVE WRK-QTDE-TITULARES TO RLG-LIDOS.                       00010250
            MOVE WRK-QTDE-REGISTROS TO RLG-GRAVADOS.                    00010260
            MOVE WRK-QTDE-SEM-DADOS TO RLG-REJEITADOS.                  00010270
            MOVE RETURN-CODE TO RLG-RETCODE.                            00010280
            PERFORM 8200-GRAVAR-RUNLOG.                                 00010290
      *----------------------------------------------------             00010300
       8100-99-FIM.                                EXIT.                00010310
      *----------------------------------------------------             00010320
      *****************************************************             00010330
      *   G R A V A R   R U N L O G                       *             00010340
      *****************************************************             00010350
      *----------------------------------------------------             00010360
       8200-GRAVAR-RUNLOG                         SECTION.              00010370
      *----------------------------------------------------             00010380
      *        ABRE EM EXTEND, GRAVA E FECHA A CADA EVENTO,             00010390
      *        PARA O REGISTRO DE INICIO JA ESTAR NO ARQUIVO            00010400
      *        MESMO QUE O PROGRAMA CAIA NO MEIO.                       00010410
            MOVE FUNCTION CURRENT-DATE (1:14)                           00010420
                 TO WRK-RLOG-TIMESTAMP.                                 00010430
            MOVE WRK-RLG-HH TO WRK-RLH-HH.                              00010440
            MOVE WRK-RLG-MM TO WRK-RLH-MM.                              00010450
            MOVE WRK-RLG-SS TO WRK-RLH-SS.                              00010460
            MOVE WRK-RLG-DIA   TO RLG-DATA.                             00010470
            MOVE WRK-RLOG-HORA TO RLG-HORA.                             00010480
                                                                        00010490
            OPEN EXTEND RUNLOG.                                         00010500
            IF WRK-RLOG-STATUS NOT EQUAL '00'                           00010510
               DISPLAY 'F16CIRR - ERRO AO ABRIR RUNLOG FILE STATUS '    00010520
                  WRK-RLOG-STATUS                                       00010530
               MOVE 16 TO RETURN-CODE                                   00010540
            ELSE                                                        00010550
               WRITE RLG-REGISTRO                                       00010560
               IF WRK-RLOG-STATUS NOT EQUAL '00'                        00010570
                  DISPLAY 'F16CIRR - ERRO AO GRAVAR RUNLOG '            00010580
                     'FILE STATUS ' WRK-RLOG-STATUS                     00010590
                  MOVE 16 TO RETURN-CODE                                00010600
               END-IF                                                   00010610
               CLOSE RUNLOG                                             00010620
            END-IF.                                                     00010630
      *----------------------------------------------------             00010640
       8200-99-FIM.                                EXIT.                00010650
      *----------------------------------------------------             00010660
