      *====================================================             00000010
       IDENTIFICATION                            DIVISION.              00000020
      *====================================================             00000030
       PROGRAM-ID. F16CIRQ.                                             00000040
                                                                        00000050
      *====================================================*            00000060
      *   AUTOR....:LUCIANO GUIMARAES                      *            00000070
      *   ANALISTA.:IVAN SANCHES                           *            00000080
      *   DATA ....:15/10/2026                             *            00000090
      *----------------------------------------------------*            00000100
      *   OBJETIVO:ANONIMIZACAO ANUAL (LGPD) DOS EX-       *            00000110
      *            FUNCIONARIOS. LE O FUNC INTEIRO E, PARA *            00000120
      *            CADA INATIVO COM WRK-DATADEM ANTERIOR   *            00000130
      *            AO PRAZO DE RETENCAO DO CARTAO PARM,    *            00000140
      *            TROCA WRK-NOME PELA MARCA 'ANONIMIZADO  *            00000150
      *            LGPD' E APAGA WRK-EMAIL. CHAVE, SETOR,  *            00000160
      *            SALARIO, DATAS E MOTIVO FICAM (CONTABIL *            00000170
      *            E TRABALHISTA). A ALTERACAO VAI PARA O  *            00000180
      *            JORNAL (F16CIDC) COMO AS DEMAIS, E EM   *            00000190
      *            SEGUIDA O NOME E O EMAIL SAO MASCARADOS *            00000200
      *            TAMBEM NAS IMAGENS ANTES/DEPOIS DO      *            00000210
      *            JORNAL DE TODO FUNCIONARIO JA ANONIMI-  *            00000220
      *            ZADO. HISTSAL, HISTSET E AUDIT SO TEM A *            00000230
      *            CHAVE, VALORES E O OPERADOR - NADA A    *            00000240
      *            MASCARAR - E FICAM COMO ESTAO; O        *            00000250
      *            CERTIFICADO MOSTRA QUANTOS REGISTROS DE *            00000260
      *            HISTORICO CADA UM MANTEM.               *            00000270
      *            O RELATORIO E O CERTIFICADO DO QUE FOI  *            00000280
      *            ANONIMIZADO (SO CHAVE E DATAS, NUNCA O  *            00000290
      *            NOME). INATIVO COM DATA DE DESLIGAMENTO *            00000300
      *            INVALIDA NAO E ANONIMIZADO E SAI COMO   *            00000310
      *            EXCECAO (RC 8).                         *            00000320
      *----------------------------------------------------*            00000330
      *   PARAMETROS (PARM):                               *            00000340
      *   COL 01-02 PRAZO DE RETENCAO EM ANOS (01 A 99)    *            00000350
      *   COL 03-10 DATA DE REFERENCIA (AAAAMMDD)          *            00000360
      *             (EM BRANCO = DATA DO PROCESSAMENTO)    *            00000370
      *   ANONIMIZA O DESLIGADO ANTES DA DATA DE           *            00000380
      *   REFERENCIA MENOS O PRAZO.                        *            00000390
      *----------------------------------------------------*            00000400
      *   BASE DE DADOS:                                   *            00000410
      *   TABELA.VSAM                                      *            00000420
      *    ------              I/O        INCLUDE/BOOK     *            00000430
      *   FUNC       CADASTRO FUNCIONARIOS  I/O F16CID1    *            00000440
      *   HISTSAL    HISTORICO DE SALARIOS   I  F16CID5    *            00000450
      *   HISTSET    HISTORICO DE SETORES    I  F16CID6    *            00000460
      *   JORNAL     DIARIO DE ATUALIZACOES I/O F16CIDC    *            00000470
      *   JANELA     CONTROLE JANELA BATCH  I/O F16CIDD    *            00000480
      *====================================================*            00000490
      *====================================================             00000500
       ENVIRONMENT                               DIVISION.              00000510
      *====================================================             00000520
       CONFIGURATION                              SECTION.              00000530
                                                                        00000540
       SPECIAL-NAMES.                                                   00000550
           DECIMAL-POINT IS COMMA.                                      00000560
                                                                        00000570
       INPUT-OUTPUT                               SECTION.              00000580
       FILE-CONTROL.                                                    00000590
           SELECT FUNC-FILE ASSIGN TO FUNC                              00000600
               ORGANIZATION IS INDEXED                                  00000610
               ACCESS MODE IS DYNAMIC                                   00000620
               RECORD KEY IS WRK-CHAVE                                  00000630
               FILE STATUS IS WRK-FUNC-STATUS.                          00000640
                                                                        00000650
           SELECT HIST-FILE ASSIGN TO HISTSAL                           00000660
               ORGANIZATION IS INDEXED                                  00000670
               ACCESS MODE IS DYNAMIC                                   00000680
               RECORD KEY IS HIS-CHAVE-REG                              00000690
               FILE STATUS IS WRK-HIST-STATUS.                          00000700
                                                                        00000710
           SELECT HSET-FILE ASSIGN TO HISTSET                           00000720
               ORGANIZATION IS INDEXED                                  00000730
               ACCESS MODE IS DYNAMIC                                   00000740
               RECORD KEY IS HSE-CHAVE-REG                              00000750
               FILE STATUS IS WRK-HSET-STATUS.                          00000760
                                                                        00000770
           SELECT PARM-FILE ASSIGN TO PARM                              00000780
               ORGANIZATION IS SEQUENTIAL.                              00000790
                                                                        00000800
           SELECT RELATORIO ASSIGN TO RELAT                             00000810
               ORGANIZATION IS SEQUENTIAL.                              00000820
                                                                        00000830
           SELECT JANELA-FILE ASSIGN TO JANELA                          00000840
               ORGANIZATION IS INDEXED                                  00000850
               ACCESS MODE IS RANDOM                                    00000860
               RECORD KEY IS JAN-CHAVE                                  00000870
               FILE STATUS IS WRK-JAN-STATUS.                           00000880
                                                                        00000890
           SELECT JORNAL-FILE ASSIGN TO AS-JORNAL                       00000900
               ORGANIZATION IS SEQUENTIAL                               00000910
               FILE STATUS IS WRK-JNL-STATUS.                           00000920
                                                                        00000930
           SELECT RUNLOG ASSIGN TO RUNLOG                               00000940
               ORGANIZATION IS SEQUENTIAL                               00000950
               FILE STATUS IS WRK-RLOG-STATUS.                          00000960
                                                                        00000970
      *====================================================             00000980
       DATA                                      DIVISION.              00000990
      *====================================================             00001000
       FILE                                      SECTION.               00001010
      *----------------------------------------------------             00001020
       FD  FUNC-FILE                                                    00001030
           RECORDING MODE IS F.                                         00001040
                                                                        00001050
           COPY F16CID1.                                                00001060
                                                                        00001070
       FD  HIST-FILE                                                    00001080
           RECORDING MODE IS F.                                         00001090
                                                                        00001100
           COPY F16CID5.                                                00001110
                                                                        00001120
       FD  HSET-FILE                                                    00001130
           RECORDING MODE IS F.                                         00001140
                                                                        00001150
           COPY F16CID6.                                                00001160
                                                                        00001170
       FD  PARM-FILE                                                    00001180
           RECORDING MODE IS F.                                         00001190
       01 PARM-CARD.                                                    00001200
          05 PARM-ANOS         PIC X(02).                               00001210
          05 PARM-DATA         PIC X(08).                               00001220
          05 FILLER            PIC X(70).                               00001230
                                                                        00001240
       FD  RELATORIO                                                    00001250
           RECORDING MODE IS F.                                         00001260
       01 REL-LINHA            PIC X(132).                              00001270
                                                                        00001280
       FD  JANELA-FILE                                                  00001290
           RECORDING MODE IS F.                                         00001300
                                                                        00001310
           COPY F16CIDD.                                                00001320
                                                                        00001330
       FD  JORNAL-FILE                                                  00001340
           RECORDING MODE IS F.                                         00001350
                                                                        00001360
           COPY F16CIDC.                                                00001370
                                                                        00001380
       FD  RUNLOG                                                       00001390
           RECORDING MODE IS F.                                         00001400
                                                                        00001410
           COPY F16CID9.                                                00001420
                                                                        00001430
      *----------------------------------------------------             00001440
       WORKING-STORAGE                           SECTION.               00001450
      *----------------------------------------------------             00001460
       77 WRK-FUNC-STATUS      PIC X(02) VALUE '00'.                    00001470
       77 WRK-HIST-STATUS      PIC X(02) VALUE '00'.                    00001480
       77 WRK-HSET-STATUS      PIC X(02) VALUE '00'.                    00001490
       77 WRK-JNL-STATUS       PIC X(02) VALUE '00'.                    00001500
       77 WRK-JAN-STATUS       PIC X(02) VALUE '00'.                    00001510
                                                                        00001520
       77 WRK-EOF-FUNC         PIC X(01) VALUE 'N'.                     00001530
          88 FIM-FUNC                    VALUE 'S'.                     00001540
       77 WRK-EOF-PARM         PIC X(01) VALUE 'N'.                     00001550
          88 FIM-PARM                    VALUE 'S'.                     00001560
       77 WRK-EOF-JNL          PIC X(01) VALUE 'N'.                     00001570
          88 FIM-JNL                     VALUE 'S'.                     00001580
       77 WRK-FIM-CHAVE        PIC X(01) VALUE 'N'.                     00001590
                                                                        00001600
      *        MARCA GRAVADA NO LUGAR DO NOME. E POR ELA QUE UMA        00001610
      *        EXECUCAO SEGUINTE RECONHECE O JA ANONIMIZADO.            00001620
       77 WRK-MARCA-LGPD       PIC X(30) VALUE 'ANONIMIZADO LGPD'.      00001630
                                                                        00001640
       77 WRK-ANOS-RETENCAO    PIC 9(02) VALUE ZEROES.                  00001650
       77 WRK-DATA-REFERENCIA  PIC X(08) VALUE SPACES.                  00001660
                                                                        00001670
      *        DATAS COMPARADAS COMO AAAAMMDD. O CORTE E A DATA         00001680
      *        DE REFERENCIA COM O ANO RECUADO PELO PRAZO.              00001690
       01 WRK-DATA-NUM.                                                 00001700
          05 WRK-DTN-ANO       PIC 9(04).                               00001710
          05 WRK-DTN-MES       PIC 9(02).                               00001720
          05 WRK-DTN-DIA       PIC 9(02).                               00001730
       01 WRK-DATA-CORTE       PIC 9(08) VALUE ZEROES.                  00001740
       01 WRK-DATA-CORTE-R REDEFINES WRK-DATA-CORTE.                    00001750
          05 WRK-CRT-ANO       PIC 9(04).                               00001760
          05 WRK-CRT-MES       PIC 9(02).                               00001770
          05 WRK-CRT-DIA       PIC 9(02).                               00001780
       01 WRK-DATA-DESLIG.                                              00001790
          05 WRK-DSL-ANO       PIC X(04).                               00001800
          05 WRK-DSL-MES       PIC X(02).                               00001810
          05 WRK-DSL-DIA       PIC X(02).                               00001820
                                                                        00001830
      *        VISAO DAS IMAGENS ANTES/DEPOIS DO JORNAL (MESMO          00001840
      *        LAYOUT DO F16CID1) PARA MASCARAR NOME E EMAIL.           00001850
       01 WRK-IMAGEM-JNL.                                               00001860
          05 WRK-IMG-CHAVE     PIC X(05).                               00001870
          05 WRK-IMG-NOME      PIC X(30).                               00001880
          05 FILLER            PIC X(24).                               00001890
          05 WRK-IMG-EMAIL     PIC X(40).                               00001900
          05 FILLER            PIC X(16).                               00001910
       77 WRK-JNL-MASCARADO    PIC X(01) VALUE 'N'.                     00001920
                                                                        00001930
       77 WRK-QTDE-LIDOS       PIC 9(08) VALUE ZEROES.                  00001940
       77 WRK-QTDE-RETIDOS     PIC 9(08) VALUE ZEROES.                  00001950
       77 WRK-QTDE-ANONIMIZADOS PIC 9(08) VALUE ZEROES.                 00001960
       77 WRK-QTDE-JA-ANONIM   PIC 9(08) VALUE ZEROES.                  00001970
       77 WRK-QTDE-EXCECAO     PIC 9(08) VALUE ZEROES.                  00001980
       77 WRK-QTDE-JNL-LIDOS   PIC 9(08) VALUE ZEROES.                  00001990
       77 WRK-QTDE-JNL-MASC    PIC 9(08) VALUE ZEROES.                  00002000
       77 WRK-QTDE-HISTSAL     PIC 9(05) VALUE ZEROES.                  00002010
       77 WRK-QTDE-HISTSET     PIC 9(05) VALUE ZEROES.                  00002020
                                                                        00002030
       01 WRK-LINHA-TITULO.                                             00002040
          05 FILLER            PIC X(03) VALUE SPACES.                  00002050
          05 FILLER            PIC X(60) VALUE                          00002060
             'CERTIFICADO DE ANONIMIZACAO DE DADOS PESSOAIS (LGPD)'.    00002070
          05 FILLER            PIC X(69) VALUE SPACES.                  00002080
                                                                        00002090
       01 WRK-LINHA-PARAM.                                              00002100
          05 FILLER            PIC X(03) VALUE SPACES.                  00002110
          05 FILLER            PIC X(20) VALUE 'PRAZO DE RETENCAO: '.   00002120
          05 WRK-PAR-ANOS          PIC Z9.                              00002130
          05 FILLER            PIC X(36) VALUE                          00002140
             ' ANOS - DESLIGADOS ANTES DE '.                            00002150
          05 WRK-PAR-DIA           PIC X(02).                           00002160
          05 FILLER            PIC X(01) VALUE '/'.                     00002170
          05 WRK-PAR-MES           PIC X(02).                           00002180
          05 FILLER            PIC X(01) VALUE '/'.                     00002190
          05 WRK-PAR-ANO           PIC X(04).                           00002200
          05 FILLER            PIC X(61) VALUE SPACES.                  00002210
                                                                        00002220
       01 WRK-LINHA-COLUNAS.                                            00002230
          05 FILLER            PIC X(03) VALUE SPACES.                  00002240
          05 FILLER            PIC X(05) VALUE 'ID'.                    00002250
          05 FILLER            PIC X(03) VALUE SPACES.                  00002260
          05 FILLER            PIC X(05) VALUE 'SETOR'.                 00002270
          05 FILLER            PIC X(03) VALUE SPACES.                  00002280
          05 FILLER            PIC X(12) VALUE 'DESLIGAMENTO'.          00002290
          05 FILLER            PIC X(03) VALUE SPACES.                  00002300
          05 FILLER            PIC X(06) VALUE 'MOTIVO'.                00002310
          05 FILLER            PIC X(03) VALUE SPACES.                  00002320
          05 FILLER            PIC X(11) VALUE 'REG.HISTSAL'.           00002330
          05 FILLER            PIC X(03) VALUE SPACES.                  00002340
          05 FILLER            PIC X(11) VALUE 'REG.HISTSET'.           00002350
          05 FILLER            PIC X(03) VALUE SPACES.                  00002360
          05 FILLER            PIC X(40) VALUE 'SITUACAO'.              00002370
          05 FILLER            PIC X(21) VALUE SPACES.                  00002380
                                                                        00002390
       01 WRK-LINHA-DETALHE.                                            00002400
          05 FILLER            PIC X(03) VALUE SPACES.                  00002410
          05 WRK-DET-CHAVE         PIC X(05).                           00002420
          05 FILLER            PIC X(03) VALUE SPACES.                  00002430
          05 WRK-DET-SETOR         PIC X(04).                           00002440
          05 FILLER            PIC X(04) VALUE SPACES.                  00002450
          05 WRK-DET-DATADEM       PIC X(10).                           00002460
          05 FILLER            PIC X(07) VALUE SPACES.                  00002470
          05 WRK-DET-MOTIVO        PIC X(01).                           00002480
          05 FILLER            PIC X(10) VALUE SPACES.                  00002490
          05 WRK-DET-HISTSAL       PIC ZZZZ9.                           00002500
          05 FILLER            PIC X(09) VALUE SPACES.                  00002510
          05 WRK-DET-HISTSET       PIC ZZZZ9.                           00002520
          05 FILLER            PIC X(03) VALUE SPACES.                  00002530
          05 WRK-DET-SITUACAO      PIC X(40).                           00002540
          05 FILLER            PIC X(23) VALUE SPACES.                  00002550
                                                                        00002560
       01 WRK-LINHA-RESUMO.                                             00002570
          05 FILLER            PIC X(03) VALUE SPACES.                  00002580
          05 WRK-RES-TEXTO         PIC X(40).                           00002590
          05 WRK-RES-QTDE          PIC ZZZZZZZ9.                        00002600
          05 FILLER            PIC X(81) VALUE SPACES.                  00002610
                                                                        00002620
       01 WRK-LINHA-TEXTO.                                              00002630
          05 FILLER            PIC X(03) VALUE SPACES.                  00002640
          05 WRK-TXT-TEXTO         PIC X(100).                          00002650
          05 FILLER            PIC X(29) VALUE SPACES.                  00002660
                                                                        00002670
      *        CAMPOS DO JORNAL DO FUNC (VER F16CIDC): IMAGEM           00002680
      *        DO REGISTRO ANTES DA ATUALIZACAO, GUARDADA LOGO          00002690
      *        DEPOIS DA LEITURA, E CARIMBO DE CADA GRAVACAO.           00002700
       77 WRK-IMAGEM-ANTES     PIC X(115) VALUE SPACES.                 00002710
                                                                        00002720
       01 WRK-JNL-TIMESTAMP.                                            00002730
          05 WRK-JNT-DIA       PIC X(08).                               00002740
          05 WRK-JNT-HH        PIC X(02).                               00002750
          05 WRK-JNT-MM        PIC X(02).                               00002760
          05 WRK-JNT-SS        PIC X(02).                               00002770
                                                                        00002780
       01 WRK-JNL-HORA.                                                 00002790
          05 WRK-JNH-HH        PIC X(02).                               00002800
          05 FILLER            PIC X(01) VALUE ':'.                     00002810
          05 WRK-JNH-MM        PIC X(02).                               00002820
          05 FILLER            PIC X(01) VALUE ':'.                     00002830
          05 WRK-JNH-SS        PIC X(02).                               00002840
                                                                        00002850
      *        CARIMBO DO BLOQUEIO DA JANELA BATCH (VER F16CIDD)        00002860
      *        FEITO POR ESTE PROGRAMA, CONFERIDO NA LIBERACAO.         00002870
       77 WRK-JAN-DATA         PIC X(08) VALUE SPACES.                  00002880
       77 WRK-JAN-HORA         PIC X(08) VALUE SPACES.                  00002890
                                                                        00002900
      *        CAMPOS DO LOG DE EXECUCAO (RUNLOG), GRAVADO NO           00002910
      *        INICIO E NO FIM DO PROGRAMA.                             00002920
       77 WRK-RLOG-STATUS      PIC X(02) VALUE '00'.                    00002930
                                                                        00002940
       01 WRK-RLOG-TIMESTAMP.                                           00002950
          05 WRK-RLG-DIA       PIC X(08).                               00002960
          05 WRK-RLG-HH        PIC X(02).                               00002970
          05 WRK-RLG-MM        PIC X(02).                               00002980
          05 WRK-RLG-SS        PIC X(02).                               00002990
                                                                        00003000
       01 WRK-RLOG-HORA.                                                00003010
          05 WRK-RLH-HH        PIC X(02).                               00003020
          05 FILLER            PIC X(01) VALUE ':'.                     00003030
          05 WRK-RLH-MM        PIC X(02).                               00003040
          05 FILLER            PIC X(01) VALUE ':'.                     00003050
          05 WRK-RLH-SS        PIC X(02).                               00003060
                                                                        00003070
      *====================================================             00003080
       PROCEDURE                                 DIVISION.              00003090
      *====================================================             00003100
      *****************************************************             00003110
      *          R O T I N A   P R I N C I P A L          *             00003120
      *****************************************************             00003130
      *----------------------------------------------------             00003140
       0000-PRINCIPAL                             SECTION.              00003150
      *----------------------------------------------------             00003160
            PERFORM 8000-GRAVAR-RUNLOG-INICIO.                          00003170
                                                                        00003180
            PERFORM 1000-INICIALIZAR.                                   00003190
                                                                        00003200
            PERFORM UNTIL FIM-FUNC                                      00003210
               READ FUNC-FILE NEXT RECORD                               00003220
                  AT END                                                00003230
                     MOVE 'S' TO WRK-EOF-FUNC                           00003240
                  NOT AT END                                            00003250
                     IF WRK-FUNC-STATUS NOT EQUAL '00'                  00003260
                        DISPLAY 'F16CIRQ - ERRO DE LEITURA EM FUNC '    00003270
                           'FILE STATUS ' WRK-FUNC-STATUS               00003280
                        MOVE 'S' TO WRK-EOF-FUNC                        00003290
                        MOVE 16 TO RETURN-CODE                          00003300
                     ELSE                                               00003310
                        ADD 1 TO WRK-QTDE-LIDOS                         00003320
                        PERFORM 2000-AVALIAR-FUNCIONARIO                00003330
                     END-IF                                             00003340
               END-READ                                                 00003350
            END-PERFORM.                                                00003360
                                                                        00003370
            CLOSE JORNAL-FILE.                                          00003380
                                                                        00003390
            IF RETURN-CODE LESS THAN 16                                 00003400
               PERFORM 3000-MASCARAR-JORNAL                             00003410
            END-IF.                                                     00003420
                                                                        00003430
            PERFORM 9000-FINALIZAR.                                     00003440
                                                                        00003450
            STOP RUN.                                                   00003460
      *----------------------------------------------------             00003470
       0000-99-FIM.                                EXIT.                00003480
      *----------------------------------------------------             00003490
      *****************************************************             00003500
      *             I N I C I A L I Z A R                 *             00003510
      *****************************************************             00003520
      *----------------------------------------------------             00003530
       1000-INICIALIZAR                           SECTION.              00003540
      *----------------------------------------------------             00003550
            OPEN INPUT PARM-FILE.                                       00003560
            PERFORM UNTIL FIM-PARM                                      00003570
               READ PARM-FILE                                           00003580
                  AT END                                                00003590
                     MOVE 'S' TO WRK-EOF-PARM                           00003600
                  NOT AT END                                            00003610
                     IF PARM-ANOS IS NOT NUMERIC                        00003620
                        OR PARM-ANOS EQUAL '00'                         00003630
                        DISPLAY 'F16CIRQ - PARM INVALIDO - PRAZO '      00003640
                           PARM-ANOS                                    00003650
                        MOVE 16 TO RETURN-CODE                          00003660
                        PERFORM 8100-GRAVAR-RUNLOG-FIM                  00003661
                        STOP RUN                                        00003670
                     END-IF                                             00003680
                     MOVE PARM-ANOS TO WRK-ANOS-RETENCAO                00003690
                     MOVE PARM-DATA TO WRK-DATA-REFERENCIA              00003700
               END-READ                                                 00003710
            END-PERFORM.                                                00003720
            CLOSE PARM-FILE.                                            00003730
                                                                        00003740
            IF WRK-ANOS-RETENCAO EQUAL ZEROES                           00003750
               DISPLAY 'F16CIRQ - PARM SEM O PRAZO DE RETENCAO'         00003760
               MOVE 16 TO RETURN-CODE                                   00003770
               PERFORM 8100-GRAVAR-RUNLOG-FIM                           00003771
               STOP RUN                                                 00003780
            END-IF.                                                     00003790
                                                                        00003800
            IF WRK-DATA-REFERENCIA EQUAL SPACES                         00003810
               MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-REFERENCIA  00003820
            END-IF.                                                     00003830
                                                                        00003840
            IF WRK-DATA-REFERENCIA IS NOT NUMERIC                       00003850
               DISPLAY 'F16CIRQ - PARM INVALIDO - DATA '                00003860
                  WRK-DATA-REFERENCIA                                   00003870
               MOVE 16 TO RETURN-CODE                                   00003880
               PERFORM 8100-GRAVAR-RUNLOG-FIM                           00003881
               STOP RUN                                                 00003890
            END-IF.                                                     00003900
            MOVE WRK-DATA-REFERENCIA TO WRK-DATA-NUM.                   00003910
            IF WRK-DTN-MES < 1 OR WRK-DTN-MES > 12                      00003920
               OR WRK-DTN-DIA < 1 OR WRK-DTN-DIA > 31                   00003930
               DISPLAY 'F16CIRQ - PARM INVALIDO - DATA '                00003940
                  WRK-DATA-REFERENCIA                                   00003950
               MOVE 16 TO RETURN-CODE                                   00003960
               PERFORM 8100-GRAVAR-RUNLOG-FIM                           00003961
               STOP RUN                                                 00003970
            END-IF.                                                     00003980
            COMPUTE WRK-CRT-ANO = WRK-DTN-ANO - WRK-ANOS-RETENCAO.      00003990
            MOVE WRK-DTN-MES TO WRK-CRT-MES.                            00004000
            MOVE WRK-DTN-DIA TO WRK-CRT-DIA.                            00004010
                                                                        00004020
            PERFORM 8400-BLOQUEAR-JANELA.                               00004030
                                                                        00004040
            OPEN I-O FUNC-FILE.                                         00004050
            IF WRK-FUNC-STATUS NOT EQUAL '00'                           00004060
               DISPLAY 'F16CIRQ - ERRO AO ABRIR FUNC FILE STATUS '      00004070
                  WRK-FUNC-STATUS                                       00004080
               MOVE 16 TO RETURN-CODE                                   00004090
               PERFORM 8100-GRAVAR-RUNLOG-FIM                           00004091
               STOP RUN                                                 00004100
            END-IF.                                                     00004110
                                                                        00004120
            OPEN EXTEND JORNAL-FILE.                                    00004130
            IF WRK-JNL-STATUS NOT EQUAL '00'                            00004140
               DISPLAY 'F16CIRQ - ERRO AO ABRIR JORNAL FILE STATUS '    00004150
                  WRK-JNL-STATUS                                        00004160
               MOVE 16 TO RETURN-CODE                                   00004170
               PERFORM 8100-GRAVAR-RUNLOG-FIM                           00004171
               STOP RUN                                                 00004180
            END-IF.                                                     00004190
                                                                        00004200
            OPEN INPUT HIST-FILE.                                       00004210
            IF WRK-HIST-STATUS NOT EQUAL '00'                           00004220
               DISPLAY 'F16CIRQ - ERRO AO ABRIR HISTSAL FILE STATUS '   00004230
                  WRK-HIST-STATUS                                       00004240
               MOVE 16 TO RETURN-CODE                                   00004250
               PERFORM 8100-GRAVAR-RUNLOG-FIM                           00004251
               STOP RUN                                                 00004260
            END-IF.                                                     00004270
                                                                        00004280
            OPEN INPUT HSET-FILE.                                       00004290
            IF WRK-HSET-STATUS NOT EQUAL '00'                           00004300
               DISPLAY 'F16CIRQ - ERRO AO ABRIR HISTSET FILE STATUS '   00004310
                  WRK-HSET-STATUS                                       00004320
               MOVE 16 TO RETURN-CODE                                   00004330
               PERFORM 8100-GRAVAR-RUNLOG-FIM                           00004331
               STOP RUN                                                 00004340
            END-IF.                                                     00004350
                                                                        00004360
            OPEN OUTPUT RELATORIO.                                      00004370
            MOVE SPACES TO REL-LINHA.                                   00004380
            MOVE WRK-LINHA-TITULO TO REL-LINHA.                         00004390
            WRITE REL-LINHA.                                            00004400
                                                                        00004410
            MOVE WRK-ANOS-RETENCAO TO WRK-PAR-ANOS.                     00004420
            MOVE WRK-CRT-DIA TO WRK-PAR-DIA.                            00004430
            MOVE WRK-CRT-MES TO WRK-PAR-MES.                            00004440
            MOVE WRK-CRT-ANO TO WRK-PAR-ANO.                            00004450
            MOVE WRK-LINHA-PARAM TO REL-LINHA.                          00004460
            WRITE REL-LINHA.                                            00004470
                                                                        00004480
            MOVE SPACES TO REL-LINHA.                                   00004490
            WRITE REL-LINHA.                                            00004500
            MOVE WRK-LINHA-COLUNAS TO REL-LINHA.                        00004510
            WRITE REL-LINHA.                                            00004520
      *----------------------------------------------------             00004530
       1000-99-FIM.                                EXIT.                00004540
      *----------------------------------------------------             00004550
      *****************************************************             00004560
      *   A V A L I A R   F U N C I O N A R I O           *             00004570
      *****************************************************             00004580
      *----------------------------------------------------             00004590
       2000-AVALIAR-FUNCIONARIO                   SECTION.              00004600
      *----------------------------------------------------             00004610
            IF WRK-SITUACAO EQUAL 'I'                                   00004620
               IF WRK-NOME EQUAL WRK-MARCA-LGPD                         00004630
                  ADD 1 TO WRK-QTDE-JA-ANONIM                           00004640
               ELSE                                                     00004650
                  IF WRK-DATADEM (1:2) IS NOT NUMERIC                   00004660
                     OR WRK-DATADEM (4:2) IS NOT NUMERIC                00004670
                     OR WRK-DATADEM (7:4) IS NOT NUMERIC                00004680
                     ADD 1 TO WRK-QTDE-EXCECAO                          00004690
                     MOVE 8 TO RETURN-CODE                              00004700
                     MOVE ZEROES TO WRK-QTDE-HISTSAL                    00004710
                     MOVE ZEROES TO WRK-QTDE-HISTSET                    00004720
                     MOVE 'DATA DE DESLIGAMENTO INVALIDA - MANTIDO'     00004730
                          TO WRK-DET-SITUACAO                           00004740
                     PERFORM 2900-IMPRIMIR-DETALHE                      00004750
                  ELSE                                                  00004760
                     MOVE WRK-DATADEM (7:4) TO WRK-DSL-ANO              00004770
                     MOVE WRK-DATADEM (4:2) TO WRK-DSL-MES              00004780
                     MOVE WRK-DATADEM (1:2) TO WRK-DSL-DIA              00004790
                     IF WRK-DATA-DESLIG LESS THAN WRK-DATA-CORTE        00004800
                        PERFORM 2100-ANONIMIZAR                         00004810
                     ELSE                                               00004820
                        ADD 1 TO WRK-QTDE-RETIDOS                       00004830
                     END-IF                                             00004840
                  END-IF                                                00004850
               END-IF                                                   00004860
            END-IF.                                                     00004870
      *----------------------------------------------------             00004880
       2000-99-FIM.                                EXIT.                00004890
      *----------------------------------------------------             00004900
      *****************************************************             00004910
      *             A N O N I M I Z A R                   *             00004920
      *****************************************************             00004930
      *----------------------------------------------------             00004940
       2100-ANONIMIZAR                            SECTION.              00004950
      *----------------------------------------------------             00004960
            MOVE WRK-DADOS TO WRK-IMAGEM-ANTES.                         00004970
                                                                        00004980
            MOVE WRK-MARCA-LGPD TO WRK-NOME.                            00004990
            MOVE SPACES         TO WRK-EMAIL.                           00005000
                                                                        00005010
            REWRITE WRK-DADOS.                                          00005020
            IF WRK-FUNC-STATUS NOT EQUAL '00'                           00005030
               DISPLAY 'F16CIRQ - ERRO AO REGRAVAR FUNC CHAVE '         00005040
                  WRK-CHAVE ' FILE STATUS ' WRK-FUNC-STATUS             00005050
               MOVE 16 TO RETURN-CODE                                   00005060
               MOVE 'S' TO WRK-EOF-FUNC                                 00005070
            ELSE                                                        00005080
      *        A IMAGEM ANTES AINDA LEVA O NOME E O EMAIL - O           00005090
      *        3000-MASCARAR-JORNAL A MASCARA NO FIM.                   00005100
               MOVE 'A' TO JNL-OPERACAO                                 00005110
               PERFORM 8300-GRAVAR-JORNAL                               00005120
               ADD 1 TO WRK-QTDE-ANONIMIZADOS                           00005130
               PERFORM 2200-CONTAR-HISTORICO                            00005140
               MOVE 'NOME E EMAIL ANONIMIZADOS'                         00005150
                    TO WRK-DET-SITUACAO                                 00005160
               PERFORM 2900-IMPRIMIR-DETALHE                            00005170
            END-IF.                                                     00005180
      *----------------------------------------------------             00005190
       2100-99-FIM.                                EXIT.                00005200
      *----------------------------------------------------             00005210
      *****************************************************             00005220
      *   C O N T A R   H I S T O R I C O                 *             00005230
      *****************************************************             00005240
      *----------------------------------------------------             00005250
       2200-CONTAR-HISTORICO                      SECTION.              00005260
      *----------------------------------------------------             00005270
      *        A CHAVE DO HISTSAL E DO HISTSET E FUNCIONARIO +          00005280
      *        DATA + HORA: O START NA CHAVE PARCIAL POSICIONA NO       00005290
      *        PRIMEIRO REGISTRO DO FUNCIONARIO (VER F16CIR5).          00005300
            MOVE ZEROES TO WRK-QTDE-HISTSAL.                            00005310
            MOVE 'N'    TO WRK-FIM-CHAVE.                               00005320
            MOVE WRK-CHAVE  TO HIS-CHAVE.                               00005330
            MOVE LOW-VALUES TO HIS-DATA.                                00005340
            MOVE LOW-VALUES TO HIS-HORA.                                00005350
            START HIST-FILE KEY IS NOT LESS THAN HIS-CHAVE-REG          00005360
               INVALID KEY                                              00005370
                  MOVE 'S' TO WRK-FIM-CHAVE                             00005380
            END-START.                                                  00005390
                                                                        00005400
            PERFORM UNTIL WRK-FIM-CHAVE EQUAL 'S'                       00005410
               READ HIST-FILE NEXT RECORD                               00005420
                  AT END                                                00005430
                     MOVE 'S' TO WRK-FIM-CHAVE                          00005440
                  NOT AT END                                            00005450
                     IF WRK-HIST-STATUS NOT EQUAL '00'                  00005460
                        DISPLAY 'F16CIRQ - ERRO DE LEITURA EM HISTSAL ' 00005470
                           'FILE STATUS ' WRK-HIST-STATUS               00005480
                        MOVE 'S' TO WRK-FIM-CHAVE                       00005490
                        MOVE 16 TO RETURN-CODE                          00005500
                     ELSE                                               00005510
                        IF HIS-CHAVE NOT EQUAL WRK-CHAVE                00005520
                           MOVE 'S' TO WRK-FIM-CHAVE                    00005530
                        ELSE                                            00005540
                           ADD 1 TO WRK-QTDE-HISTSAL                    00005550
                        END-IF                                          00005560
                     END-IF                                             00005570
               END-READ                                                 00005580
            END-PERFORM.                                                00005590
                                                                        00005600
            MOVE ZEROES TO WRK-QTDE-HISTSET.                            00005610
            MOVE 'N'    TO WRK-FIM-CHAVE.                               00005620
            MOVE WRK-CHAVE  TO HSE-CHAVE.                               00005630
            MOVE LOW-VALUES TO HSE-DATA.                                00005640
            MOVE LOW-VALUES TO HSE-HORA.                                00005650
            START HSET-FILE KEY IS NOT LESS THAN HSE-CHAVE-REG          00005660
               INVALID KEY                                              00005670
                  MOVE 'S' TO WRK-FIM-CHAVE                             00005680
            END-START.                                                  00005690
                                                                        00005700
            PERFORM UNTIL WRK-FIM-CHAVE EQUAL 'S'                       00005710
               READ HSET-FILE NEXT RECORD                               00005720
                  AT END                                                00005730
                     MOVE 'S' TO WRK-FIM-CHAVE                          00005740
                  NOT AT END                                            00005750
                     IF WRK-HSET-STATUS NOT EQUAL '00'                  00005760
                        DISPLAY 'F16CIRQ - ERRO DE LEITURA EM HISTSET ' 00005770
                           'FILE STATUS ' WRK-HSET-STATUS               00005780
                        MOVE 'S' TO WRK-FIM-CHAVE                       00005790
                        MOVE 16 TO RETURN-CODE                          00005800
                     ELSE                                               00005810
                        IF HSE-CHAVE NOT EQUAL WRK-CHAVE                00005820
                           MOVE 'S' TO WRK-FIM-CHAVE                    00005830
                        ELSE                                            00005840
                           ADD 1 TO WRK-QTDE-HISTSET                    00005850
                        END-IF                                          00005860
                     END-IF                                             00005870
               END-READ                                                 00005880
            END-PERFORM.                                                00005890
      *----------------------------------------------------             00005900
       2200-99-FIM.                                EXIT.                00005910
      *----------------------------------------------------             00005920
      *****************************************************             00005930
      *       I M P R I M I R   D E T A L H E             *             00005940
      *****************************************************             00005950
      *----------------------------------------------------             00005960
       2900-IMPRIMIR-DETALHE                      SECTION.              00005970
      *----------------------------------------------------             00005980
            MOVE WRK-CHAVE        TO WRK-DET-CHAVE.                     00005990
            MOVE WRK-SETOR        TO WRK-DET-SETOR.                     00006000
            MOVE WRK-DATADEM      TO WRK-DET-DATADEM.                   00006010
            MOVE WRK-MOTIVO-DESL  TO WRK-DET-MOTIVO.                    00006020
            MOVE WRK-QTDE-HISTSAL TO WRK-DET-HISTSAL.                   00006030
            MOVE WRK-QTDE-HISTSET TO WRK-DET-HISTSET.                   00006040
                                                                        00006050
            MOVE WRK-LINHA-DETALHE TO REL-LINHA.                        00006060
            WRITE REL-LINHA.                                            00006070
      *----------------------------------------------------             00006080
       2900-99-FIM.                                EXIT.                00006090
      *----------------------------------------------------             00006100
      *****************************************************             00006110
      *       M A S C A R A R   J O R N A L               *             00006120
      *****************************************************             00006130
      *----------------------------------------------------             00006140
       3000-MASCARAR-JORNAL                       SECTION.              00006150
      *----------------------------------------------------             00006160
      *        PERCORRE O JORNAL (ESDS) INTEIRO E, PARA CADA            00006170
      *        REGISTRO DE FUNCIONARIO QUE ESTA ANONIMIZADO NO          00006180
      *        FUNC (DESTA OU DE EXECUCOES ANTERIORES), TROCA O         00006190
      *        NOME PELA MARCA E APAGA O EMAIL NAS IMAGENS ANTES        00006200
      *        E DEPOIS, REGRAVANDO NO MESMO LUGAR (MESMO               00006210
      *        TAMANHO). OS REGISTROS DE SINCRONISMO NAO TEM            00006220
      *        IMAGEM.                                                  00006230
            OPEN I-O JORNAL-FILE.                                       00006240
            IF WRK-JNL-STATUS NOT EQUAL '00'                            00006250
               DISPLAY 'F16CIRQ - ERRO AO ABRIR JORNAL FILE STATUS '    00006260
                  WRK-JNL-STATUS                                        00006270
               MOVE 16 TO RETURN-CODE                                   00006280
            ELSE                                                        00006290
               PERFORM UNTIL FIM-JNL                                    00006300
                  READ JORNAL-FILE                                      00006310
                     AT END                                             00006320
                        MOVE 'S' TO WRK-EOF-JNL                         00006330
                     NOT AT END                                         00006340
                        IF WRK-JNL-STATUS NOT EQUAL '00'                00006350
                           DISPLAY 'F16CIRQ - ERRO DE LEITURA EM '      00006360
                              'JORNAL FILE STATUS ' WRK-JNL-STATUS      00006370
                           MOVE 'S' TO WRK-EOF-JNL                      00006380
                           MOVE 16 TO RETURN-CODE                       00006390
                        ELSE                                            00006400
                           ADD 1 TO WRK-QTDE-JNL-LIDOS                  00006410
                           IF JNL-OPERACAO NOT EQUAL 'S'                00006420
                              PERFORM 3100-AVALIAR-JORNAL               00006430
                           END-IF                                       00006440
                        END-IF                                          00006450
                  END-READ                                              00006460
               END-PERFORM                                              00006470
               CLOSE JORNAL-FILE                                        00006480
            END-IF.                                                     00006490
      *----------------------------------------------------             00006500
       3000-99-FIM.                                EXIT.                00006510
      *----------------------------------------------------             00006520
      *****************************************************             00006530
      *       A V A L I A R   J O R N A L                 *             00006540
      *****************************************************             00006550
      *----------------------------------------------------             00006560
       3100-AVALIAR-JORNAL                        SECTION.              00006570
      *----------------------------------------------------             00006580
            MOVE JNL-CHAVE TO WRK-CHAVE.                                00006590
            READ FUNC-FILE.                                             00006600
            EVALUATE WRK-FUNC-STATUS                                    00006610
               WHEN '00'                                                00006620
                  IF WRK-NOME EQUAL WRK-MARCA-LGPD                      00006630
                     PERFORM 3200-MASCARAR-IMAGENS                      00006640
                  END-IF                                                00006650
               WHEN '23'                                                00006660
                  CONTINUE                                              00006670
               WHEN OTHER                                               00006680
                  DISPLAY 'F16CIRQ - ERRO DE LEITURA EM FUNC CHAVE '    00006690
                     JNL-CHAVE ' FILE STATUS ' WRK-FUNC-STATUS          00006700
                  MOVE 'S' TO WRK-EOF-JNL                               00006710
                  MOVE 16 TO RETURN-CODE                                00006720
            END-EVALUATE.                                               00006730
      *----------------------------------------------------             00006740
       3100-99-FIM.                                EXIT.                00006750
      *----------------------------------------------------             00006760
      *****************************************************             00006770
      *       M A S C A R A R   I M A G E N S             *             00006780
      *****************************************************             00006790
      *----------------------------------------------------             00006800
       3200-MASCARAR-IMAGENS                      SECTION.              00006810
      *----------------------------------------------------             00006820
            MOVE 'N' TO WRK-JNL-MASCARADO.                              00006830
                                                                        00006840
            IF JNL-ANTES NOT EQUAL SPACES                               00006850
               MOVE JNL-ANTES TO WRK-IMAGEM-JNL                         00006860
               IF WRK-IMG-NOME NOT EQUAL WRK-MARCA-LGPD                 00006870
                  OR WRK-IMG-EMAIL NOT EQUAL SPACES                     00006880
                  MOVE WRK-MARCA-LGPD TO WRK-IMG-NOME                   00006890
                  MOVE SPACES         TO WRK-IMG-EMAIL                  00006900
                  MOVE WRK-IMAGEM-JNL TO JNL-ANTES                      00006910
                  MOVE 'S' TO WRK-JNL-MASCARADO                         00006920
               END-IF                                                   00006930
            END-IF.                                                     00006940
                                                                        00006950
            IF JNL-DEPOIS NOT EQUAL SPACES                              00006960
               MOVE JNL-DEPOIS TO WRK-IMAGEM-JNL                        00006970
               IF WRK-IMG-NOME NOT EQUAL WRK-MARCA-LGPD                 00006980
                  OR WRK-IMG-EMAIL NOT EQUAL SPACES                     00006990
                  MOVE WRK-MARCA-LGPD TO WRK-IMG-NOME                   00007000
                  MOVE SPACES         TO WRK-IMG-EMAIL                  00007010
                  MOVE WRK-IMAGEM-JNL TO JNL-DEPOIS                     00007020
                  MOVE 'S' TO WRK-JNL-MASCARADO                         00007030
               END-IF                                                   00007040
            END-IF.                                                     00007050
                                                                        00007060
            IF WRK-JNL-MASCARADO EQUAL 'S'                              00007070
               REWRITE JNL-REGISTRO                                     00007080
               IF WRK-JNL-STATUS NOT EQUAL '00'                         00007090
                  DISPLAY 'F16CIRQ - ERRO AO REGRAVAR JORNAL CHAVE '    00007100
                     JNL-CHAVE ' FILE STATUS ' WRK-JNL-STATUS           00007110
                  MOVE 'S' TO WRK-EOF-JNL                               00007120
                  MOVE 16 TO RETURN-CODE                                00007130
               ELSE                                                     00007140
                  ADD 1 TO WRK-QTDE-JNL-MASC                            00007150
               END-IF                                                   00007160
            END-IF.                                                     00007170
      *----------------------------------------------------             00007180
       3200-99-FIM.                                EXIT.                00007190
      *----------------------------------------------------             00007200
      *****************************************************             00007210
      *             F I N A L I Z A R                     *             00007220
      *****************************************************             00007230
      *----------------------------------------------------             00007240
       9000-FINALIZAR                             SECTION.              00007250
      *----------------------------------------------------             00007260
            MOVE SPACES TO REL-LINHA.                                   00007270
            WRITE REL-LINHA.                                            00007280
                                                                        00007290
            MOVE 'FUNCIONARIOS LIDOS NO FUNC' TO WRK-RES-TEXTO.         00007300
            MOVE WRK-QTDE-LIDOS TO WRK-RES-QTDE.                        00007310
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00007320
            WRITE REL-LINHA.                                            00007330
                                                                        00007340
            MOVE 'ANONIMIZADOS NESTA EXECUCAO' TO WRK-RES-TEXTO.        00007350
            MOVE WRK-QTDE-ANONIMIZADOS TO WRK-RES-QTDE.                 00007360
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00007370
            WRITE REL-LINHA.                                            00007380
                                                                        00007390
            MOVE 'JA ANONIMIZADOS ANTES' TO WRK-RES-TEXTO.              00007400
            MOVE WRK-QTDE-JA-ANONIM TO WRK-RES-QTDE.                    00007410
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00007420
            WRITE REL-LINHA.                                            00007430
                                                                        00007440
            MOVE 'INATIVOS AINDA DENTRO DO PRAZO' TO WRK-RES-TEXTO.     00007450
            MOVE WRK-QTDE-RETIDOS TO WRK-RES-QTDE.                      00007460
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00007470
            WRITE REL-LINHA.                                            00007480
                                                                        00007490
            MOVE 'DATA DE DESLIGAMENTO INVALIDA' TO WRK-RES-TEXTO.      00007500
            MOVE WRK-QTDE-EXCECAO TO WRK-RES-QTDE.                      00007510
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00007520
            WRITE REL-LINHA.                                            00007530
                                                                        00007540
            MOVE 'REGISTROS DO JORNAL LIDOS' TO WRK-RES-TEXTO.          00007550
            MOVE WRK-QTDE-JNL-LIDOS TO WRK-RES-QTDE.                    00007560
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00007570
            WRITE REL-LINHA.                                            00007580
                                                                        00007590
            MOVE 'REGISTROS DO JORNAL MASCARADOS' TO WRK-RES-TEXTO.     00007600
            MOVE WRK-QTDE-JNL-MASC TO WRK-RES-QTDE.                     00007610
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00007620
            WRITE REL-LINHA.                                            00007630
                                                                        00007640
            MOVE SPACES TO REL-LINHA.                                   00007650
            WRITE REL-LINHA.                                            00007660
            MOVE 'NO FUNC E NO JORNAL O NOME FOI SUBSTITUIDO PELA MARCA'00007670
                 TO WRK-TXT-TEXTO.                                      00007680
            PERFORM 9100-IMPRIMIR-TEXTO.                                00007690
            MOVE 'ANONIMIZADO LGPD E O EMAIL APAGADO. CHAVE, SETOR,'    00007700
                 TO WRK-TXT-TEXTO.                                      00007710
            PERFORM 9100-IMPRIMIR-TEXTO.                                00007720
            MOVE 'SALARIO, DATAS, MOTIVO E OS HISTORICOS (HISTSAL,'     00007730
                 TO WRK-TXT-TEXTO.                                      00007740
            PERFORM 9100-IMPRIMIR-TEXTO.                                00007750
            MOVE 'HISTSET E AUDIT, SEM DADO PESSOAL) FORAM MANTIDOS.'   00007760
                 TO WRK-TXT-TEXTO.                                      00007770
            PERFORM 9100-IMPRIMIR-TEXTO.                                00007780
            MOVE 'FOTOS MENSAIS (F16CIRG) E COPIAS (F16CIRN) ANTERIORES'00007790
                 TO WRK-TXT-TEXTO.                                      00007800
            PERFORM 9100-IMPRIMIR-TEXTO.                                00007810
            MOVE 'SAEM PELO LIMITE DAS RESPECTIVAS GDG.'                00007820
                 TO WRK-TXT-TEXTO.                                      00007830
            PERFORM 9100-IMPRIMIR-TEXTO.                                00007840
                                                                        00007850
            CLOSE FUNC-FILE.                                            00007860
            CLOSE HIST-FILE.                                            00007870
            CLOSE HSET-FILE.                                            00007880
            CLOSE RELATORIO.                                            00007890
                                                                        00007900
            PERFORM 8500-LIBERAR-JANELA.                                00007910
                                                                        00007920
            PERFORM 8100-GRAVAR-RUNLOG-FIM.                             00007930
      *----------------------------------------------------             00007940
       9000-99-FIM.                                EXIT.                00007950
      *----------------------------------------------------             00007960
      *****************************************************             00007970
      *       I M P R I M I R   T E X T O                 *             00007980
      *****************************************************             00007990
      *----------------------------------------------------             00008000
       9100-IMPRIMIR-TEXTO                        SECTION.              00008010
      *----------------------------------------------------             00008020
            MOVE WRK-LINHA-TEXTO TO REL-LINHA.                          00008030
            WRITE REL-LINHA.                                            00008040
      *----------------------------------------------------             00008050
       9100-99-FIM.                                EXIT.                00008060
      *----------------------------------------------------             00008070
      *****************************************************             00008080
      *   G R A V A R   R U N L O G   -   I N I C I O     *             00008090
      *****************************************************             00008100
      *----------------------------------------------------             00008110
       8000-GRAVAR-RUNLOG-INICIO                  SECTION.              00008120
      *----------------------------------------------------             00008130
            MOVE 'F16CIRQ' TO RLG-PROGRAMA.                             00008140
            MOVE 'I'       TO RLG-EVENTO.                               00008150
            MOVE ZEROES    TO RLG-LIDOS.                                00008160
            MOVE ZEROES    TO RLG-GRAVADOS.                             00008170
            MOVE ZEROES    TO RLG-REJEITADOS.                           00008180
            MOVE ZEROES    TO RLG-RETCODE.                              00008190
            PERFORM 8200-GRAVAR-RUNLOG.                                 00008200
      *----------------------------------------------------             00008210
       8000-99-FIM.                                EXIT.                00008220
      *----------------------------------------------------             00008230
      *****************************************************             00008240
      *   G R A V A R   R U N L O G   -   F I M           *             00008250
      *****************************************************             00008260
      *----------------------------------------------------             00008270
       8100-GRAVAR-RUNLOG-FIM                     SECTION.              00008280
      *----------------------------------------------------             00008290
            MOVE 'F16CIRQ' TO RLG-PROGRAMA.                             00008300
            MOVE 'F'       TO RLG-EVENTO.                               00008310
            MOVE WRK-QTDE-LIDOS        TO RLG-LIDOS.                    00008320
            MOVE WRK-QTDE-ANONIMIZADOS TO RLG-GRAVADOS.                 00008330
            MOVE WRK-QTDE-EXCECAO      TO RLG-REJEITADOS.               00008340
            MOVE RETURN-CODE TO RLG-RETCODE.                            00008350
            PERFORM 8200-GRAVAR-RUNLOG.                                 00008360
      *----------------------------------------------------             00008370
       8100-99-FIM.                                EXIT.                00008380
      *----------------------------------------------------             00008390
      *****************************************************             00008400
      *   G R A V A R   R U N L O G                       *             00008410
      *****************************************************             00008420
      *----------------------------------------------------             00008430
       8200-GRAVAR-RUNLOG                         SECTION.              00008440
      *----------------------------------------------------             00008450
      *        ABRE EM EXTEND, GRAVA E FECHA A CADA EVENTO,             00008460
      *        PARA O REGISTRO DE INICIO JA ESTAR NO ARQUIVO            00008470
      *        MESMO QUE O PROGRAMA CAIA NO MEIO.                       00008480
            MOVE FUNCTION CURRENT-DATE (1:14)                           00008490
                 TO WRK-RLOG-TIMESTAMP.                                 00008500
            MOVE WRK-RLG-HH TO WRK-RLH-HH.                              00008510
            MOVE WRK-RLG-MM TO WRK-RLH-MM.                              00008520
            MOVE WRK-RLG-SS TO WRK-RLH-SS.                              00008530
            MOVE WRK-RLG-DIA   TO RLG-DATA.                             00008540
            MOVE WRK-RLOG-HORA TO RLG-HORA.                             00008550
                                                                        00008560
            OPEN EXTEND RUNLOG.                                         00008570
            IF WRK-RLOG-STATUS NOT EQUAL '00'                           00008580
               DISPLAY 'F16CIRQ - ERRO AO ABRIR RUNLOG FILE STATUS '    00008590
                  WRK-RLOG-STATUS                                       00008600
               MOVE 16 TO RETURN-CODE                                   00008610
            ELSE                                                        00008620
               WRITE RLG-REGISTRO                                       00008630
               IF WRK-RLOG-STATUS NOT EQUAL '00'                        00008640
                  DISPLAY 'F16CIRQ - ERRO AO GRAVAR RUNLOG '            00008650
                     'FILE STATUS ' WRK-RLOG-STATUS                     00008660
                  MOVE 16 TO RETURN-CODE                                00008670
               END-IF                                                   00008680
               CLOSE RUNLOG                                             00008690
            END-IF.                                                     00008700
      *----------------------------------------------------             00008710
       8200-99-FIM.                                EXIT.                00008720
      *----------------------------------------------------             00008730
      *****************************************************             00008740
      *   G R A V A R   J O R N A L   D O   F U N C       *             00008750
      *****************************************************             00008760
      *----------------------------------------------------             00008770
       8300-GRAVAR-JORNAL                         SECTION.              00008780
      *----------------------------------------------------             00008790
      *        CHAMADA LOGO APOS CADA WRITE/REWRITE DO FUNC             00008800
      *        COM SUCESSO, COM A OPERACAO JA EM JNL-OPERACAO           00008810
      *        E A IMAGEM ANTERIOR EM WRK-IMAGEM-ANTES (EM              00008820
      *        BRANCO NA INCLUSAO). A IMAGEM POSTERIOR E O              00008830
      *        WRK-DADOS COMO FOI GRAVADO.                              00008840
            MOVE FUNCTION CURRENT-DATE (1:14)                           00008850
                 TO WRK-JNL-TIMESTAMP.                                  00008860
            MOVE WRK-JNT-HH TO WRK-JNH-HH.                              00008870
            MOVE WRK-JNT-MM TO WRK-JNH-MM.                              00008880
            MOVE WRK-JNT-SS TO WRK-JNH-SS.                              00008890
            MOVE WRK-JNT-DIA      TO JNL-DATA.                          00008900
            MOVE WRK-JNL-HORA     TO JNL-HORA.                          00008910
            MOVE 'F16CIRQ'        TO JNL-PROGRAMA.                      00008920
            MOVE 'BATCH'          TO JNL-USERID.                        00008930
            MOVE WRK-CHAVE        TO JNL-CHAVE.                         00008940
            MOVE WRK-IMAGEM-ANTES TO JNL-ANTES.                         00008950
            MOVE WRK-DADOS        TO JNL-DEPOIS.                        00008960
                                                                        00008970
            WRITE JNL-REGISTRO.                                         00008980
            IF WRK-JNL-STATUS NOT EQUAL '00'                            00008990
               DISPLAY 'F16CIRQ - ERRO AO GRAVAR JORNAL CHAVE '         00009000
                  WRK-CHAVE ' FILE STATUS ' WRK-JNL-STATUS              00009010
               MOVE 16 TO RETURN-CODE                                   00009020
            END-IF.                                                     00009030
      *----------------------------------------------------             00009040
       8300-99-FIM.                                EXIT.                00009050
      *----------------------------------------------------             00009060
      *****************************************************             00009070
      *   B L O Q U E A R   J A N E L A   B A T C H       *             00009080
      *****************************************************             00009090
      *----------------------------------------------------             00009100
       8400-BLOQUEAR-JANELA                       SECTION.              00009110
      *----------------------------------------------------             00009120
      *        BLOQUEIA AS ATUALIZACOES ONLINE DO FUNC (VER             00009130
      *        F16CIDD) ANTES DE ABRIR O FUNC. JANELA JA                00009131
      *        BLOQUEADA POR OUTRO PROGRAMA (JOB AINDA RODANDO,         00009132
      *        JOB QUE TERMINOU COM ERRO OU BLOQUEIO MANUAL)            00009133
      *        ENCERRA COM RC 16 SEM TOCAR NO FUNC - O OPERADOR         00009134
      *        CONFERE E LIBERA PELO F16CIRP. O BLOQUEIO DESTE          00009135
      *        MESMO PROGRAMA (REEXECUCAO DEPOIS DE ERRO) E             00009136
      *        RETOMADO.                                                00009137
            MOVE FUNCTION CURRENT-DATE (1:14)                           00009180
                 TO WRK-JNL-TIMESTAMP.                                  00009190
            MOVE WRK-JNT-HH TO WRK-JNH-HH.                              00009200
            MOVE WRK-JNT-MM TO WRK-JNH-MM.                              00009210
            MOVE WRK-JNT-SS TO WRK-JNH-SS.                              00009220
            MOVE WRK-JNT-DIA  TO WRK-JAN-DATA.                          00009230
            MOVE WRK-JNL-HORA TO WRK-JAN-HORA.                          00009240
                                                                        00009250
            OPEN I-O JANELA-FILE.                                       00009260
            IF WRK-JAN-STATUS NOT EQUAL '00'                            00009270
               DISPLAY 'F16CIRQ - ERRO AO ABRIR JANELA FILE STATUS '    00009280
                  WRK-JAN-STATUS                                        00009290
               MOVE 16 TO RETURN-CODE                                   00009300
               PERFORM 8100-GRAVAR-RUNLOG-FIM                           00009301
               STOP RUN                                                 00009310
            END-IF.                                                     00009320
                                                                        00009330
            MOVE '1' TO JAN-CHAVE.                                      00009340
            READ JANELA-FILE.                                           00009350
            EVALUATE WRK-JAN-STATUS                                     00009360
               WHEN '00'                                                00009370
                  IF JAN-SITUACAO EQUAL 'B'                             00009380
                     AND JAN-PROGRAMA NOT EQUAL 'F16CIRQ'               00009381
                     DISPLAY 'F16CIRQ - JANELA BATCH JA BLOQUEADA POR ' 00009390
                        JAN-PROGRAMA ' DESDE ' JAN-DATA ' ' JAN-HORA    00009400
                     DISPLAY 'F16CIRQ - FUNC NAO ATUALIZADO - LIBERAR ' 00009401
                        'A JANELA PELO F16CIRP'                         00009402
                     MOVE 16 TO RETURN-CODE                             00009403
                     CLOSE JANELA-FILE                                  00009404
                     PERFORM 8100-GRAVAR-RUNLOG-FIM                     00009405
                     STOP RUN                                           00009406
                  END-IF                                                00009410
               WHEN '23'                                                00009420
                  CONTINUE                                              00009430
               WHEN OTHER                                               00009440
                  DISPLAY 'F16CIRQ - ERRO DE LEITURA EM JANELA '        00009450
                     'FILE STATUS ' WRK-JAN-STATUS                      00009460
                  MOVE 16 TO RETURN-CODE                                00009470
                  CLOSE JANELA-FILE                                     00009480
                  PERFORM 8100-GRAVAR-RUNLOG-FIM                        00009481
                  STOP RUN                                              00009490
            END-EVALUATE.                                               00009500
                                                                        00009510
            IF WRK-JAN-STATUS EQUAL '23'                                00009520
               MOVE SPACES TO JAN-REGISTRO                              00009530
               MOVE '1'    TO JAN-CHAVE                                 00009540
            END-IF.                                                     00009550
            MOVE 'B'          TO JAN-SITUACAO.                          00009560
            MOVE 'F16CIRQ'    TO JAN-PROGRAMA.                          00009570
            MOVE WRK-JAN-DATA TO JAN-DATA.                              00009580
            MOVE WRK-JAN-HORA TO JAN-HORA.                              00009590
            MOVE SPACES       TO JAN-LIBERACAO.                         00009600
            MOVE SPACES       TO JAN-DATA-LIB.                          00009610
            MOVE SPACES       TO JAN-HORA-LIB.                          00009620
                                                                        00009630
            IF WRK-JAN-STATUS EQUAL '23'                                00009640
               WRITE JAN-REGISTRO                                       00009650
            ELSE                                                        00009660
               REWRITE JAN-REGISTRO                                     00009670
            END-IF.                                                     00009680
            IF WRK-JAN-STATUS NOT EQUAL '00'                            00009690
               DISPLAY 'F16CIRQ - ERRO AO GRAVAR JANELA '               00009700
                  'FILE STATUS ' WRK-JAN-STATUS                         00009710
               MOVE 16 TO RETURN-CODE                                   00009720
               CLOSE JANELA-FILE                                        00009730
               PERFORM 8100-GRAVAR-RUNLOG-FIM                           00009731
               STOP RUN                                                 00009740
            END-IF.                                                     00009750
                                                                        00009760
            CLOSE JANELA-FILE.                                          00009770
      *----------------------------------------------------             00009780
       8400-99-FIM.                                EXIT.                00009790
      *----------------------------------------------------             00009800
      *****************************************************             00009810
      *   L I B E R A R   J A N E L A   B A T C H         *             00009820
      *****************************************************             00009830
      *----------------------------------------------------             00009840
       8500-LIBERAR-JANELA                        SECTION.              00009850
      *----------------------------------------------------             00009860
      *        SO LIBERA NO FIM NORMAL (RC MENOR QUE 16) E SE O         00009870
      *        BLOQUEIO AINDA FOR O DESTE PROGRAMA: LIBERADO            00009880
      *        PELO OPERADOR DURANTE A EXECUCAO, FICA                   00009890
      *        COMO ESTA. TERMINANDO COM ERRO, A JANELA SEGUE           00009900
      *        BLOQUEADA ATE A REEXECUCAO OU A LIBERACAO PELO           00009910
      *        F16CIRP.                                                 00009920
            IF RETURN-CODE NOT LESS THAN 16                             00009930
               DISPLAY 'F16CIRQ - TERMINO COM ERRO - JANELA '           00009940
                  'BATCH PERMANECE BLOQUEADA'                           00009950
            ELSE                                                        00009960
               OPEN I-O JANELA-FILE                                     00009970
               IF WRK-JAN-STATUS NOT EQUAL '00'                         00009980
                  DISPLAY 'F16CIRQ - ERRO AO ABRIR JANELA '             00009990
                     'FILE STATUS ' WRK-JAN-STATUS                      00010000
                  MOVE 16 TO RETURN-CODE                                00010010
               ELSE                                                     00010020
                  MOVE '1' TO JAN-CHAVE                                 00010030
                  READ JANELA-FILE                                      00010040
                  IF WRK-JAN-STATUS NOT EQUAL '00'                      00010050
                     DISPLAY 'F16CIRQ - ERRO DE LEITURA EM JANELA '     00010060
                        'FILE STATUS ' WRK-JAN-STATUS                   00010070
                     MOVE 16 TO RETURN-CODE                             00010080
                  ELSE                                                  00010090
                     IF JAN-SITUACAO EQUAL 'B'                          00010100
                        AND JAN-PROGRAMA EQUAL 'F16CIRQ'                00010110
                        AND JAN-DATA EQUAL WRK-JAN-DATA                 00010120
                        AND JAN-HORA EQUAL WRK-JAN-HORA                 00010130
                        MOVE 'L' TO JAN-SITUACAO                        00010140
                        REWRITE JAN-REGISTRO                            00010150
                        IF WRK-JAN-STATUS NOT EQUAL '00'                00010160
                           DISPLAY 'F16CIRQ - ERRO AO GRAVAR '          00010170
                              'JANELA FILE STATUS ' WRK-JAN-STATUS      00010180
                           MOVE 16 TO RETURN-CODE                       00010190
                        END-IF                                          00010200
                     END-IF                                             00010210
                  END-IF                                                00010220
                  CLOSE JANELA-FILE                                     00010230
               END-IF                                                   00010240
            END-IF.                                                     00010250
      *----------------------------------------------------             00010260
       8500-99-FIM.                                EXIT.                00010270
      *----------------------------------------------------             00010280
