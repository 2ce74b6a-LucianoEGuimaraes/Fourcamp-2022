      *====================================================             00000010
       IDENTIFICATION                            DIVISION.              00000020
      *====================================================             00000030
       PROGRAM-ID. F16CIRS.                                             00000040
                                                                        00000050
      *====================================================*            00000060
      *   AUTOR....:LUCIANO GUIMARAES                      *            00000070
      *   ANALISTA.:IVAN SANCHES                           *            00000080
      *   DATA ....:15/10/2026                             *            00000090
      *----------------------------------------------------*            00000100
      *   OBJETIVO:GERAR TODA NOITE O ARQUIVO DE MOVIMENTO *            00000110
      *            PARA O SISTEMA DE ACESSOS DA TI (CONTAS *            00000120
      *            DE REDE E CRACHAS): COMPARA O FUNC DE   *            00000130
      *            HOJE COM A IMAGEM DE ONTEM POR BALANCE- *            00000140
      *            LINE, COMO NA VARIACAO MENSAL (F16CIRH),*            00000150
      *            E GRAVA UM REGISTRO POR ADMISSAO,       *            00000160
      *            READMISSAO, DESLIGAMENTO (COM A DATA DO *            00000170
      *            DESLIGAMENTO), TRANSFERENCIA DE SETOR E *            00000180
      *            TROCA DE EMAIL, ENTRE HEADER E TRAILER. *            00000190
      *            CADA EXECUCAO LEVA UM NUMERO SEQUENCIAL *            00000200
      *            (CONTROLE, REGISTRO '3') PARA O DESTINO *            00000210
      *            DETECTAR DIA FALTANTE OU DUPLICADO. NO  *            00000220
      *            FIM GRAVA A IMAGEM DE HOJE, QUE SERA A  *            00000230
      *            IMAGEM ANTERIOR DA PROXIMA EXECUCAO, E  *            00000240
      *            EMITE O RELATORIO DE CONTROLE COM AS    *            00000250
      *            QUANTIDADES POR TIPO DE MOVIMENTO.      *            00000260
      *----------------------------------------------------*            00000270
      *   IMGANT/IMGATU (LRECL 119): MESMO LAYOUT DA FOTO  *            00000280
      *   DO F16CIRG - DATA DA IMAGEM (AAAAMMDD) +         *            00000290
      *   REGISTRO DO FUNC (F16CID1) NA INTEGRA. NA        *            00000300
      *   PRIMEIRA EXECUCAO IMGANT E DUMMY E TODO ATIVO    *            00000310
      *   SAI COMO ADMISSAO (CARGA INICIAL).               *            00000320
      *----------------------------------------------------*            00000330
      *   ARQUIVO ACESSO (LRECL 150):                      *            00000340
      *   HEADER : '00' + SEQUENCIA(5) + DATA MOVTO(8) +   *            00000350
      *            DATA DA IMAGEM ANTERIOR(8)              *            00000360
      *   DETALHE: '10' + TIPO(3) + CHAVE(5) + NOME(30) +  *            00000370
      *            SETOR(4) + SETOR ANTERIOR(4) + EMAIL(40)*            00000380
      *            + EMAIL ANTERIOR(40) + ADMISSAO(10) +   *            00000390
      *            DESLIGAMENTO(10) + MOTIVO(1)            *            00000400
      *   TRAILER: '99' + SEQUENCIA(5) + QTDE DETALHES(7)  *            00000410
      *            + QTDE POR TIPO (ADM, REA, DES, TRF,    *            00000420
      *            EML - 5 CADA)                           *            00000430
      *   TIPO: ADM ADMISSAO       REA READMISSAO          *            00000440
      *         DES DESLIGAMENTO   TRF TRANSFERENCIA SETOR *            00000450
      *         EML TROCA DE EMAIL                         *            00000460
      *   SO O TRAILER FECHA O ARQUIVO: COM ERRO DE I/O    *            00000470
      *   (RC 16) ELE NAO E GRAVADO, A SEQUENCIA NAO       *            00000480
      *   AVANCA E O DESTINO DEVE REJEITAR O ARQUIVO.      *            00000490
      *----------------------------------------------------*            00000500
      *   BASE DE DADOS:                                   *            00000510
      *   TABELA.VSAM                                      *            00000520
      *    ------              I/O        INCLUDE/BOOK     *            00000530
      *   FUNC       CADASTRO FUNCIONARIOS   I  F16CID1    *            00000540
      *   CONTROLE   CONTROLE DE NUMERACAO I/O  F16CID7    *            00000550
      *====================================================*            00000560
      *====================================================             00000570
       ENVIRONMENT                               DIVISION.              00000580
      *====================================================             00000590
       CONFIGURATION                              SECTION.              00000600
                                                                        00000610
       SPECIAL-NAMES.                                                   00000620
           DECIMAL-POINT IS COMMA.                                      00000630
                                                                        00000640
       INPUT-OUTPUT                               SECTION.              00000650
       FILE-CONTROL.                                                    00000660
           SELECT FUNC-FILE ASSIGN TO FUNC                              00000670
               ORGANIZATION IS INDEXED                                  00000680
               ACCESS MODE IS SEQUENTIAL                                00000690
               RECORD KEY IS WRK-CHAVE                                  00000700
               FILE STATUS IS WRK-FUNC-STATUS.                          00000710
                                                                        00000720
           SELECT CONTROLE-FILE ASSIGN TO CONTROLE                      00000730
               ORGANIZATION IS INDEXED                                  00000740
               ACCESS MODE IS RANDOM                                    00000750
               RECORD KEY IS CTL-REG-ID                                 00000760
               FILE STATUS IS WRK-CTL-STATUS.                           00000770
                                                                        00000780
           SELECT IMGANT ASSIGN TO IMGANT                               00000790
               ORGANIZATION IS SEQUENTIAL                               00000800
               FILE STATUS IS WRK-ANT-STATUS.                           00000810
                                                                        00000820
           SELECT IMGATU ASSIGN TO IMGATU                               00000830
               ORGANIZATION IS SEQUENTIAL                               00000840
               FILE STATUS IS WRK-ATU-STATUS.                           00000850
                                                                        00000860
           SELECT ACESSO ASSIGN TO ACESSO                               00000870
               ORGANIZATION IS SEQUENTIAL                               00000880
               FILE STATUS IS WRK-ACS-STATUS.                           00000890
                                                                        00000900
           SELECT RELATORIO ASSIGN TO RELAT                             00000910
               ORGANIZATION IS SEQUENTIAL.                              00000920
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
       FD  CONTROLE-FILE                                                00001080
           RECORDING MODE IS F.                                         00001090
                                                                        00001100
           COPY F16CID7.                                                00001110
                                                                        00001120
       FD  IMGANT                                                       00001130
           RECORDING MODE IS F.                                         00001140
       01 ANT-REC.                                                      00001150
          05 ANT-DATA          PIC X(08).                               00001160
          05 ANT-CHAVE         PIC X(05).                               00001170
          05 ANT-NOME          PIC X(30).                               00001180
          05 ANT-SETOR         PIC X(04).                               00001190
          05 ANT-SALARIO       PIC X(10).                               00001200
          05 ANT-DATAADM       PIC X(10).                               00001210
          05 ANT-EMAIL         PIC X(40).                               00001220
          05 ANT-SITUACAO      PIC X(01).                               00001230
          05 ANT-DATADEM       PIC X(10).                               00001240
          05 ANT-MOTIVO-DESL   PIC X(01).                               00001250
                                                                        00001260
       FD  IMGATU                                                       00001270
           RECORDING MODE IS F.                                         00001280
       01 IMG-REC.                                                      00001290
          05 IMG-DATA          PIC X(08).                               00001300
          05 IMG-CHAVE         PIC X(05).                               00001310
          05 IMG-NOME          PIC X(30).                               00001320
          05 IMG-SETOR         PIC X(04).                               00001330
          05 IMG-SALARIO       PIC X(10).                               00001340
          05 IMG-DATAADM       PIC X(10).                               00001350
          05 IMG-EMAIL         PIC X(40).                               00001360
          05 IMG-SITUACAO      PIC X(01).                               00001370
          05 IMG-DATADEM       PIC X(10).                               00001380
          05 IMG-MOTIVO-DESL   PIC X(01).                               00001390
                                                                        00001400
       FD  ACESSO                                                       00001410
           RECORDING MODE IS F.                                         00001420
       01 ACS-REC              PIC X(150).                              00001430
                                                                        00001440
       FD  RELATORIO                                                    00001450
           RECORDING MODE IS F.                                         00001460
       01 REL-LINHA            PIC X(132).                              00001470
                                                                        00001480
       FD  RUNLOG                                                       00001490
           RECORDING MODE IS F.                                         00001500
                                                                        00001510
           COPY F16CID9.                                                00001520
                                                                        00001530
      *----------------------------------------------------             00001540
       WORKING-STORAGE                           SECTION.               00001550
      *----------------------------------------------------             00001560
       77 WRK-FUNC-STATUS      PIC X(02) VALUE '00'.                    00001570
       77 WRK-CTL-STATUS       PIC X(02) VALUE '00'.                    00001580
       77 WRK-ANT-STATUS       PIC X(02) VALUE '00'.                    00001590
       77 WRK-ATU-STATUS       PIC X(02) VALUE '00'.                    00001600
       77 WRK-ACS-STATUS       PIC X(02) VALUE '00'.                    00001610
                                                                        00001620
       77 WRK-EOF-FUNC         PIC X(01) VALUE 'N'.                     00001630
          88 FIM-FUNC                    VALUE 'S'.                     00001640
       77 WRK-EOF-ANT          PIC X(01) VALUE 'N'.                     00001650
          88 FIM-ANT                     VALUE 'S'.                     00001660
                                                                        00001670
       77 WRK-DATA-SISTEMA     PIC X(08) VALUE SPACES.                  00001680
       77 WRK-DATA-ANT         PIC X(08) VALUE SPACES.                  00001690
                                                                        00001700
      *        DATA DO MOVIMENTO NO FORMATO DO FUNC (DD/MM/AAAA),       00001710
      *        USADA COMO DATA DE DESLIGAMENTO DE REGISTRO QUE          00001720
      *        SUMIU DO FUNC.                                           00001730
       01 WRK-DATA-MOVTO.                                               00001740
          05 WRK-DMV-DIA       PIC X(02).                               00001750
          05 FILLER            PIC X(01) VALUE '/'.                     00001760
          05 WRK-DMV-MES       PIC X(02).                               00001770
          05 FILLER            PIC X(01) VALUE '/'.                     00001780
          05 WRK-DMV-ANO       PIC X(04).                               00001790
                                                                        00001800
      *        SEQUENCIA DO ARQUIVO: ULTIMA GRAVADA NO CONTROLE         00001810
      *        REGISTRO '3' MAIS UM. SEM O REGISTRO '3' E A             00001820
      *        PRIMEIRA EXECUCAO E O REGISTRO E CRIADO NO FIM.          00001830
       77 WRK-SEQUENCIA        PIC 9(05) VALUE ZEROES.                  00001840
       77 WRK-CTL-NOVO         PIC X(01) VALUE 'N'.                     00001850
                                                                        00001860
       77 WRK-QTDE-LIDOS-ANT   PIC 9(08) VALUE ZEROES.                  00001870
       77 WRK-QTDE-LIDOS-FUNC  PIC 9(08) VALUE ZEROES.                  00001880
       77 WRK-QTDE-IMAGEM      PIC 9(08) VALUE ZEROES.                  00001890
       77 WRK-QTDE-DETALHES    PIC 9(07) VALUE ZEROES.                  00001900
       77 WRK-QTDE-ADM         PIC 9(05) VALUE ZEROES.                  00001910
       77 WRK-QTDE-REA         PIC 9(05) VALUE ZEROES.                  00001920
       77 WRK-QTDE-DES         PIC 9(05) VALUE ZEROES.                  00001930
       77 WRK-QTDE-TRF         PIC 9(05) VALUE ZEROES.                  00001940
       77 WRK-QTDE-EML         PIC 9(05) VALUE ZEROES.                  00001950
                                                                        00001960
       01 ACS-HEADER.                                                   00001970
          05 FILLER            PIC X(02) VALUE '00'.                    00001980
          05 ACS-HDR-SEQ       PIC 9(05).                               00001990
          05 ACS-HDR-DATA      PIC X(08).                               00002000
          05 ACS-HDR-DATA-ANT  PIC X(08).                               00002010
          05 FILLER            PIC X(127) VALUE SPACES.                 00002020
                                                                        00002030
       01 ACS-DETALHE.                                                  00002040
          05 FILLER            PIC X(02) VALUE '10'.                    00002050
          05 ACS-DET-TIPO      PIC X(03).                               00002060
          05 ACS-DET-CHAVE     PIC X(05).                               00002070
          05 ACS-DET-NOME      PIC X(30).                               00002080
          05 ACS-DET-SETOR     PIC X(04).                               00002090
          05 ACS-DET-SETOR-ANT PIC X(04).                               00002100
          05 ACS-DET-EMAIL     PIC X(40).                               00002110
          05 ACS-DET-EMAIL-ANT PIC X(40).                               00002120
          05 ACS-DET-DATAADM   PIC X(10).                               00002130
          05 ACS-DET-DATADEM   PIC X(10).                               00002140
          05 ACS-DET-MOTIVO    PIC X(01).                               00002150
          05 FILLER            PIC X(01) VALUE SPACES.                  00002160
                                                                        00002170
       01 ACS-TRAILER.                                                  00002180
          05 FILLER            PIC X(02) VALUE '99'.                    00002190
          05 ACS-TRL-SEQ       PIC 9(05).                               00002200
          05 ACS-TRL-QTDE      PIC 9(07).                               00002210
          05 ACS-TRL-ADM       PIC 9(05).                               00002220
          05 ACS-TRL-REA       PIC 9(05).                               00002230
          05 ACS-TRL-DES       PIC 9(05).                               00002240
          05 ACS-TRL-TRF       PIC 9(05).                               00002250
          05 ACS-TRL-EML       PIC 9(05).                               00002260
          05 FILLER            PIC X(111) VALUE SPACES.                 00002270
                                                                        00002280
       01 WRK-LINHA-TITULO.                                             00002290
          05 FILLER            PIC X(03) VALUE SPACES.                  00002300
          05 FILLER            PIC X(50) VALUE                          00002310
             'MOVIMENTO PARA O SISTEMA DE ACESSOS - CONTROLE'.          00002320
          05 FILLER            PIC X(79) VALUE SPACES.                  00002330
                                                                        00002340
       01 WRK-LINHA-SEQUENCIA.                                          00002350
          05 FILLER            PIC X(03) VALUE SPACES.                  00002360
          05 FILLER            PIC X(12) VALUE 'SEQUENCIA: '.           00002370
          05 WRK-CAB-SEQ           PIC ZZZZ9.                           00002380
          05 FILLER            PIC X(03) VALUE SPACES.                  00002390
          05 FILLER            PIC X(16) VALUE 'DATA MOVIMENTO: '.      00002400
          05 WRK-CAB-DATA          PIC X(08).                           00002410
          05 FILLER            PIC X(03) VALUE SPACES.                  00002420
          05 FILLER            PIC X(18) VALUE 'IMAGEM ANTERIOR: '.     00002430
          05 WRK-CAB-DATA-ANT      PIC X(14).                           00002440
          05 FILLER            PIC X(50) VALUE SPACES.                  00002450
                                                                        00002460
       01 WRK-LINHA-COLUNAS.                                            00002470
          05 FILLER            PIC X(03) VALUE SPACES.                  00002480
          05 FILLER            PIC X(04) VALUE 'TIPO'.                  00002490
          05 FILLER            PIC X(02) VALUE SPACES.                  00002500
          05 FILLER            PIC X(05) VALUE 'CHAVE'.                 00002510
          05 FILLER            PIC X(02) VALUE SPACES.                  00002520
          05 FILLER            PIC X(30) VALUE 'NOME'.                  00002530
          05 FILLER            PIC X(02) VALUE SPACES.                  00002540
          05 FILLER            PIC X(04) VALUE 'STR'.                   00002550
          05 FILLER            PIC X(02) VALUE SPACES.                  00002560
          05 FILLER            PIC X(40) VALUE                          00002570
             'DETALHE DO MOVIMENTO'.                                    00002580
          05 FILLER            PIC X(38) VALUE SPACES.                  00002590
                                                                        00002600
       01 WRK-LINHA-DETALHE.                                            00002610
          05 FILLER            PIC X(03) VALUE SPACES.                  00002620
          05 WRK-DET-TIPO          PIC X(04).                           00002630
          05 FILLER            PIC X(02) VALUE SPACES.                  00002640
          05 WRK-DET-CHAVE         PIC X(05).                           00002650
          05 FILLER            PIC X(02) VALUE SPACES.                  00002660
          05 WRK-DET-NOME          PIC X(30).                           00002670
          05 FILLER            PIC X(02) VALUE SPACES.                  00002680
          05 WRK-DET-SETOR         PIC X(04).                           00002690
          05 FILLER            PIC X(02) VALUE SPACES.                  00002700
          05 WRK-DET-TEXTO         PIC X(78).                           00002710
                                                                        00002720
       01 WRK-LINHA-RESUMO.                                             00002730
          05 FILLER            PIC X(03) VALUE SPACES.                  00002740
          05 WRK-RES-TEXTO         PIC X(40).                           00002750
          05 WRK-RES-QTDE          PIC ZZZZZZZZZZZZZ9.                  00002760
          05 FILLER            PIC X(75) VALUE SPACES.                  00002770
                                                                        00002780
      *        CAMPOS DO LOG DE EXECUCAO (RUNLOG), GRAVADO NO           00002790
      *        INICIO E NO FIM DO PROGRAMA.                             00002800
       77 WRK-RLOG-STATUS      PIC X(02) VALUE '00'.                    00002810
                                                                        00002820
       01 WRK-RLOG-TIMESTAMP.                                           00002830
          05 WRK-RLG-DIA       PIC X(08).                               00002840
          05 WRK-RLG-HH        PIC X(02).                               00002850
          05 WRK-RLG-MM        PIC X(02).                               00002860
          05 WRK-RLG-SS        PIC X(02).                               00002870
                                                                        00002880
       01 WRK-RLOG-HORA.                                                00002890
          05 WRK-RLH-HH        PIC X(02).                               00002900
          05 FILLER            PIC X(01) VALUE ':'.                     00002910
          05 WRK-RLH-MM        PIC X(02).                               00002920
          05 FILLER            PIC X(01) VALUE ':'.                     00002930
          05 WRK-RLH-SS        PIC X(02).                               00002940
                                                                        00002950
      *====================================================             00002960
       PROCEDURE                                 DIVISION.              00002970
      *====================================================             00002980
      *****************************************************             00002990
      *          R O T I N A   P R I N C I P A L          *             00003000
      *****************************************************             00003010
      *----------------------------------------------------             00003020
       0000-PRINCIPAL                             SECTION.              00003030
      *----------------------------------------------------             00003040
            PERFORM 8000-GRAVAR-RUNLOG-INICIO.                          00003050
                                                                        00003060
            PERFORM 1000-INICIALIZAR.                                   00003070
            PERFORM 2000-COMPARAR-IMAGENS.                              00003080
                                                                        00003090
            IF RETURN-CODE LESS THAN 16                                 00003100
               PERFORM 3000-GRAVAR-TRAILER                              00003110
            END-IF.                                                     00003120
            IF RETURN-CODE LESS THAN 16                                 00003130
               PERFORM 3100-ATUALIZAR-SEQUENCIA                         00003140
            END-IF.                                                     00003150
                                                                        00003160
            PERFORM 4000-IMPRIMIR-TOTAIS.                               00003170
            PERFORM 9000-FINALIZAR.                                     00003180
                                                                        00003190
            STOP RUN.                                                   00003200
      *----------------------------------------------------             00003210
       0000-99-FIM.                                EXIT.                00003220
      *----------------------------------------------------             00003230
      *****************************************************             00003240
      *             I N I C I A L I Z A R                 *             00003250
      *****************************************************             00003260
      *----------------------------------------------------             00003270
       1000-INICIALIZAR                           SECTION.              00003280
      *----------------------------------------------------             00003290
            MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-SISTEMA.       00003300
            MOVE WRK-DATA-SISTEMA (7:2) TO WRK-DMV-DIA.                 00003310
            MOVE WRK-DATA-SISTEMA (5:2) TO WRK-DMV-MES.                 00003320
            MOVE WRK-DATA-SISTEMA (1:4) TO WRK-DMV-ANO.                 00003330
                                                                        00003340
            OPEN I-O CONTROLE-FILE.                                     00003350
            IF WRK-CTL-STATUS NOT EQUAL '00'                            00003360
               DISPLAY 'F16CIRS - ERRO AO ABRIR CONTROLE FILE STATUS '  00003370
                  WRK-CTL-STATUS                                        00003380
               MOVE 16 TO RETURN-CODE                                   00003390
               PERFORM 8100-GRAVAR-RUNLOG-FIM                           00003391
               STOP RUN                                                 00003400
            END-IF.                                                     00003410
                                                                        00003420
            MOVE '3' TO CTL-REG-ID.                                     00003430
            READ CONTROLE-FILE.                                         00003440
            EVALUATE WRK-CTL-STATUS                                     00003450
               WHEN '00'                                                00003460
                  IF CTL-SEQ-ACESSO IS NOT NUMERIC                      00003470
                     DISPLAY 'F16CIRS - SEQUENCIA INVALIDA NO '         00003480
                        'CONTROLE REGISTRO 3: ' CTL-SEQ-ACESSO          00003490
                     MOVE 16 TO RETURN-CODE                             00003500
                     PERFORM 8100-GRAVAR-RUNLOG-FIM                     00003501
                     STOP RUN                                           00003510
                  END-IF                                                00003520
                  COMPUTE WRK-SEQUENCIA = CTL-SEQ-ACESSO + 1            00003530
               WHEN '23'                                                00003540
                  MOVE 1   TO WRK-SEQUENCIA                             00003550
                  MOVE 'S' TO WRK-CTL-NOVO                              00003560
               WHEN OTHER                                               00003570
                  DISPLAY 'F16CIRS - ERRO AO LER CONTROLE FILE STATUS ' 00003580
                     WRK-CTL-STATUS                                     00003590
                  MOVE 16 TO RETURN-CODE                                00003600
                  PERFORM 8100-GRAVAR-RUNLOG-FIM                        00003601
                  STOP RUN                                              00003610
            END-EVALUATE.                                               00003620
                                                                        00003630
            OPEN INPUT FUNC-FILE.                                       00003640
            IF WRK-FUNC-STATUS NOT EQUAL '00'                           00003650
               DISPLAY 'F16CIRS - ERRO AO ABRIR FUNC FILE STATUS '      00003660
                  WRK-FUNC-STATUS                                       00003670
               MOVE 16 TO RETURN-CODE                                   00003680
               PERFORM 8100-GRAVAR-RUNLOG-FIM                           00003681
               STOP RUN                                                 00003690
            END-IF.                                                     00003700
                                                                        00003710
            OPEN INPUT IMGANT.                                          00003720
            IF WRK-ANT-STATUS NOT EQUAL '00'                            00003730
               DISPLAY 'F16CIRS - ERRO AO ABRIR IMGANT FILE STATUS '    00003740
                  WRK-ANT-STATUS                                        00003750
               MOVE 16 TO RETURN-CODE                                   00003760
               PERFORM 8100-GRAVAR-RUNLOG-FIM                           00003761
               STOP RUN                                                 00003770
            END-IF.                                                     00003780
                                                                        00003790
            OPEN OUTPUT IMGATU.                                         00003800
            IF WRK-ATU-STATUS NOT EQUAL '00'                            00003810
               DISPLAY 'F16CIRS - ERRO AO ABRIR IMGATU FILE STATUS '    00003820
                  WRK-ATU-STATUS                                        00003830
               MOVE 16 TO RETURN-CODE                                   00003840
               PERFORM 8100-GRAVAR-RUNLOG-FIM                           00003841
               STOP RUN                                                 00003850
            END-IF.                                                     00003860
                                                                        00003870
            OPEN OUTPUT ACESSO.                                         00003880
            IF WRK-ACS-STATUS NOT EQUAL '00'                            00003890
               DISPLAY 'F16CIRS - ERRO AO ABRIR ACESSO FILE STATUS '    00003900
                  WRK-ACS-STATUS                                        00003910
               MOVE 16 TO RETURN-CODE                                   00003920
               PERFORM 8100-GRAVAR-RUNLOG-FIM                           00003921
               STOP RUN                                                 00003930
            END-IF.                                                     00003940
                                                                        00003950
      *        A PRIMEIRA LEITURA DA IMAGEM ANTERIOR JA TRAZ A          00003960
      *        DATA DELA PARA O HEADER.                                 00003970
            PERFORM 2100-LER-ANTERIOR.                                  00003980
            PERFORM 2110-LER-FUNC.                                      00003990
                                                                        00004000
            MOVE WRK-SEQUENCIA    TO ACS-HDR-SEQ.                       00004010
            MOVE WRK-DATA-SISTEMA TO ACS-HDR-DATA.                      00004020
            MOVE WRK-DATA-ANT     TO ACS-HDR-DATA-ANT.                  00004030
            WRITE ACS-REC FROM ACS-HEADER.                              00004040
            IF WRK-ACS-STATUS NOT EQUAL '00'                            00004050
               DISPLAY 'F16CIRS - ERRO AO GRAVAR HEADER FILE STATUS '   00004060
                  WRK-ACS-STATUS                                        00004070
               MOVE 16 TO RETURN-CODE                                   00004080
               PERFORM 8100-GRAVAR-RUNLOG-FIM                           00004081
               STOP RUN                                                 00004090
            END-IF.                                                     00004100
                                                                        00004110
            OPEN OUTPUT RELATORIO.                                      00004120
            MOVE SPACES TO REL-LINHA.                                   00004130
            MOVE WRK-LINHA-TITULO TO REL-LINHA.                         00004140
            WRITE REL-LINHA.                                            00004150
                                                                        00004160
            MOVE WRK-SEQUENCIA    TO WRK-CAB-SEQ.                       00004170
            MOVE WRK-DATA-SISTEMA TO WRK-CAB-DATA.                      00004180
            IF WRK-DATA-ANT EQUAL SPACES                                00004190
               MOVE 'CARGA INICIAL' TO WRK-CAB-DATA-ANT                 00004200
            ELSE                                                        00004210
               MOVE WRK-DATA-ANT    TO WRK-CAB-DATA-ANT                 00004220
            END-IF.                                                     00004230
            MOVE WRK-LINHA-SEQUENCIA TO REL-LINHA.                      00004240
            WRITE REL-LINHA.                                            00004250
                                                                        00004260
            MOVE SPACES TO REL-LINHA.                                   00004270
            WRITE REL-LINHA.                                            00004280
            MOVE WRK-LINHA-COLUNAS TO REL-LINHA.                        00004290
            WRITE REL-LINHA.                                            00004300
      *----------------------------------------------------             00004310
       1000-99-FIM.                                EXIT.                00004320
      *----------------------------------------------------             00004330
      *****************************************************             00004340
      *   C O M P A R A R   I M A G E N S                 *             00004350
      *****************************************************             00004360
      *----------------------------------------------------             00004370
       2000-COMPARAR-IMAGENS                      SECTION.              00004380
      *----------------------------------------------------             00004390
      *        BALANCE-LINE PELA CHAVE: A IMAGEM ANTERIOR FOI           00004400
      *        GRAVADA NA ORDEM DA CHAVE DO FUNC, QUE E A ORDEM         00004410
      *        DA LEITURA SEQUENCIAL DE HOJE.                           00004420
            PERFORM UNTIL FIM-ANT AND FIM-FUNC                          00004430
               IF FIM-FUNC                                              00004440
                  OR (NOT FIM-ANT AND ANT-CHAVE LESS THAN WRK-CHAVE)    00004450
                  PERFORM 2300-SO-NA-ANTERIOR                           00004460
                  PERFORM 2100-LER-ANTERIOR                             00004470
               ELSE                                                     00004480
                  IF FIM-ANT                                            00004490
                     OR ANT-CHAVE GREATER THAN WRK-CHAVE                00004500
                     PERFORM 2400-SO-NO-FUNC                            00004510
                     PERFORM 2110-LER-FUNC                              00004520
                  ELSE                                                  00004530
                     PERFORM 2500-COMPARAR-REGISTRO                     00004540
                     PERFORM 2100-LER-ANTERIOR                          00004550
                     PERFORM 2110-LER-FUNC                              00004560
                  END-IF                                                00004570
               END-IF                                                   00004580
            END-PERFORM.                                                00004590
      *----------------------------------------------------             00004600
       2000-99-FIM.                                EXIT.                00004610
      *----------------------------------------------------             00004620
      *****************************************************             00004630
      *     L E R   I M A G E M   A N T E R I O R         *             00004640
      *****************************************************             00004650
      *----------------------------------------------------             00004660
       2100-LER-ANTERIOR                          SECTION.              00004670
      *----------------------------------------------------             00004680
            READ IMGANT                                                 00004690
               AT END                                                   00004700
                  MOVE 'S' TO WRK-EOF-ANT                               00004710
               NOT AT END                                               00004720
                  IF WRK-ANT-STATUS NOT EQUAL '00'                      00004730
                     DISPLAY 'F16CIRS - ERRO DE LEITURA EM IMGANT '     00004740
                        'FILE STATUS ' WRK-ANT-STATUS                   00004750
                     MOVE 'S' TO WRK-EOF-ANT                            00004760
                     MOVE 16 TO RETURN-CODE                             00004770
                  ELSE                                                  00004780
                     ADD 1 TO WRK-QTDE-LIDOS-ANT                        00004790
                     IF WRK-DATA-ANT EQUAL SPACES                       00004800
                        MOVE ANT-DATA TO WRK-DATA-ANT                   00004810
                     END-IF                                             00004820
                  END-IF                                                00004830
            END-READ.                                                   00004840
      *----------------------------------------------------             00004850
       2100-99-FIM.                                EXIT.                00004860
      *----------------------------------------------------             00004870
      *****************************************************             00004880
      *          L E R   F U N C                          *             00004890
      *****************************************************             00004900
      *----------------------------------------------------             00004910
       2110-LER-FUNC                              SECTION.              00004920
      *----------------------------------------------------             00004930
            READ FUNC-FILE                                              00004940
               AT END                                                   00004950
                  MOVE 'S' TO WRK-EOF-FUNC                              00004960
               NOT AT END                                               00004970
                  IF WRK-FUNC-STATUS NOT EQUAL '00'                     00004980
                     DISPLAY 'F16CIRS - ERRO DE LEITURA EM FUNC '       00004990
                        'FILE STATUS ' WRK-FUNC-STATUS                  00005000
                     MOVE 'S' TO WRK-EOF-FUNC                           00005010
                     MOVE 16 TO RETURN-CODE                             00005020
                  ELSE                                                  00005030
                     ADD 1 TO WRK-QTDE-LIDOS-FUNC                       00005040
                     PERFORM 2150-GRAVAR-IMAGEM                         00005050
                  END-IF                                                00005060
            END-READ.                                                   00005070
      *----------------------------------------------------             00005080
       2110-99-FIM.                                EXIT.                00005090
      *----------------------------------------------------             00005100
      *****************************************************             00005110
      *     G R A V A R   I M A G E M   D E   H O J E     *             00005120
      *****************************************************             00005130
      *----------------------------------------------------             00005140
       2150-GRAVAR-IMAGEM                         SECTION.              00005150
      *----------------------------------------------------             00005160
            MOVE WRK-DATA-SISTEMA TO IMG-DATA.                          00005170
            MOVE WRK-CHAVE        TO IMG-CHAVE.                         00005180
            MOVE WRK-NOME         TO IMG-NOME.                          00005190
            MOVE WRK-SETOR        TO IMG-SETOR.                         00005200
            MOVE WRK-SALARIO      TO IMG-SALARIO.                       00005210
            MOVE WRK-DATAADM      TO IMG-DATAADM.                       00005220
            MOVE WRK-EMAIL        TO IMG-EMAIL.                         00005230
            MOVE WRK-SITUACAO     TO IMG-SITUACAO.                      00005240
            MOVE WRK-DATADEM      TO IMG-DATADEM.                       00005250
            MOVE WRK-MOTIVO-DESL  TO IMG-MOTIVO-DESL.                   00005260
                                                                        00005270
            WRITE IMG-REC.                                              00005280
            IF WRK-ATU-STATUS NOT EQUAL '00'                            00005290
               DISPLAY 'F16CIRS - ERRO AO GRAVAR IMGATU CHAVE '         00005300
                  WRK-CHAVE ' FILE STATUS ' WRK-ATU-STATUS              00005310
               MOVE 16 TO RETURN-CODE                                   00005320
            ELSE                                                        00005330
               ADD 1 TO WRK-QTDE-IMAGEM                                 00005340
            END-IF.                                                     00005350
      *----------------------------------------------------             00005360
       2150-99-FIM.                                EXIT.                00005370
      *----------------------------------------------------             00005380
      *****************************************************             00005390
      *   S O   N A   I M A G E M   A N T E R I O R       *             00005400
      *****************************************************             00005410
      *----------------------------------------------------             00005420
       2300-SO-NA-ANTERIOR                        SECTION.              00005430
      *----------------------------------------------------             00005440
      *        REGISTRO QUE SUMIU DO FUNC: SE ESTAVA ATIVO, SAI         00005450
      *        COMO DESLIGAMENTO NA DATA DO MOVIMENTO, PARA A TI        00005460
      *        NAO DEIXAR O ACESSO ABERTO.                              00005470
            IF ANT-SITUACAO EQUAL 'A'                                   00005480
               PERFORM 2620-PREPARAR-ANTERIOR                           00005490
               MOVE 'DES'          TO ACS-DET-TIPO                      00005500
               MOVE WRK-DATA-MOVTO TO ACS-DET-DATADEM                   00005510
               PERFORM 2600-GRAVAR-MOVIMENTO                            00005520
            END-IF.                                                     00005530
      *----------------------------------------------------             00005540
       2300-99-FIM.                                EXIT.                00005550
      *----------------------------------------------------             00005560
      *****************************************************             00005570
      *   S O   N O   F U N C                             *             00005580
      *****************************************************             00005590
      *----------------------------------------------------             00005600
       2400-SO-NO-FUNC                            SECTION.              00005610
      *----------------------------------------------------             00005620
      *        REGISTRO NOVO NO FUNC: ATIVO E ADMISSAO. INCLUIDO        00005630
      *        E JA INATIVADO NO MESMO DIA NAO CHEGOU A TER             00005640
      *        ACESSO E NAO SAI NO ARQUIVO.                             00005650
            IF WRK-SITUACAO EQUAL 'A'                                   00005660
               PERFORM 2610-PREPARAR-FUNC                               00005670
               MOVE 'ADM' TO ACS-DET-TIPO                               00005680
               PERFORM 2600-GRAVAR-MOVIMENTO                            00005690
            END-IF.                                                     00005700
      *----------------------------------------------------             00005710
       2400-99-FIM.                                EXIT.                00005720
      *----------------------------------------------------             00005730
      *****************************************************             00005740
      *   C O M P A R A R   R E G I S T R O               *             00005750
      *****************************************************             00005760
      *----------------------------------------------------             00005770
       2500-COMPARAR-REGISTRO                     SECTION.              00005780
      *----------------------------------------------------             00005790
      *        A READMISSAO JA LEVA O SETOR E O EMAIL ATUAIS;           00005800
      *        SO ENTRE DOIS ATIVOS A TRANSFERENCIA E A TROCA DE        00005810
      *        EMAIL VIRAM REGISTROS PROPRIOS (PODEM SAIR OS DOIS       00005820
      *        PARA O MESMO FUNCIONARIO). ENTRE DOIS INATIVOS NAO       00005830
      *        HA ACESSO A MEXER.                                       00005840
            EVALUATE TRUE                                               00005850
            WHEN ANT-SITUACAO EQUAL 'A'                                 00005860
                 AND WRK-SITUACAO NOT EQUAL 'A'                         00005870
               PERFORM 2610-PREPARAR-FUNC                               00005880
               MOVE 'DES' TO ACS-DET-TIPO                               00005890
               PERFORM 2600-GRAVAR-MOVIMENTO                            00005900
            WHEN ANT-SITUACAO NOT EQUAL 'A'                             00005910
                 AND WRK-SITUACAO EQUAL 'A'                             00005920
               PERFORM 2610-PREPARAR-FUNC                               00005930
               MOVE 'REA' TO ACS-DET-TIPO                               00005940
               PERFORM 2600-GRAVAR-MOVIMENTO                            00005950
            WHEN ANT-SITUACAO EQUAL 'A'                                 00005960
                 AND WRK-SITUACAO EQUAL 'A'                             00005970
               IF ANT-SETOR NOT EQUAL WRK-SETOR                         00005980
                  PERFORM 2610-PREPARAR-FUNC                            00005990
                  MOVE 'TRF'     TO ACS-DET-TIPO                        00006000
                  MOVE ANT-SETOR TO ACS-DET-SETOR-ANT                   00006010
                  PERFORM 2600-GRAVAR-MOVIMENTO                         00006020
               END-IF                                                   00006030
               IF ANT-EMAIL NOT EQUAL WRK-EMAIL                         00006040
                  PERFORM 2610-PREPARAR-FUNC                            00006050
                  MOVE 'EML'     TO ACS-DET-TIPO                        00006060
                  MOVE ANT-EMAIL TO ACS-DET-EMAIL-ANT                   00006070
                  PERFORM 2600-GRAVAR-MOVIMENTO                         00006080
               END-IF                                                   00006090
            END-EVALUATE.                                               00006100
      *----------------------------------------------------             00006110
       2500-99-FIM.                                EXIT.                00006120
      *----------------------------------------------------             00006130
      *****************************************************             00006140
      *   G R A V A R   M O V I M E N T O                 *             00006150
      *****************************************************             00006160
      *----------------------------------------------------             00006170
       2600-GRAVAR-MOVIMENTO                      SECTION.              00006180
      *----------------------------------------------------             00006190
            WRITE ACS-REC FROM ACS-DETALHE.                             00006200
            IF WRK-ACS-STATUS NOT EQUAL '00'                            00006210
               DISPLAY 'F16CIRS - ERRO AO GRAVAR ACESSO CHAVE '         00006220
                  ACS-DET-CHAVE ' FILE STATUS ' WRK-ACS-STATUS          00006230
               MOVE 16 TO RETURN-CODE                                   00006240
            ELSE                                                        00006250
               ADD 1 TO WRK-QTDE-DETALHES                               00006260
            END-IF.                                                     00006270
                                                                        00006280
            MOVE SPACES            TO WRK-LINHA-DETALHE.                00006290
            MOVE ACS-DET-TIPO      TO WRK-DET-TIPO.                     00006300
            MOVE ACS-DET-CHAVE     TO WRK-DET-CHAVE.                    00006310
            MOVE ACS-DET-NOME      TO WRK-DET-NOME.                     00006320
            MOVE ACS-DET-SETOR     TO WRK-DET-SETOR.                    00006330
                                                                        00006340
            EVALUATE ACS-DET-TIPO                                       00006350
               WHEN 'ADM'                                               00006360
                  ADD 1 TO WRK-QTDE-ADM                                 00006370
                  STRING 'ADMISSAO ' ACS-DET-DATAADM                    00006380
                         DELIMITED BY SIZE INTO WRK-DET-TEXTO           00006390
               WHEN 'REA'                                               00006400
                  ADD 1 TO WRK-QTDE-REA                                 00006410
                  MOVE 'READMISSAO' TO WRK-DET-TEXTO                    00006420
               WHEN 'DES'                                               00006430
                  ADD 1 TO WRK-QTDE-DES                                 00006440
                  STRING 'DESLIGAMENTO ' ACS-DET-DATADEM                00006450
                         ' MOTIVO ' ACS-DET-MOTIVO                      00006460
                         DELIMITED BY SIZE INTO WRK-DET-TEXTO           00006470
               WHEN 'TRF'                                               00006480
                  ADD 1 TO WRK-QTDE-TRF                                 00006490
                  STRING 'TRANSFERIDO DO SETOR ' ACS-DET-SETOR-ANT      00006500
                         DELIMITED BY SIZE INTO WRK-DET-TEXTO           00006510
               WHEN 'EML'                                               00006520
                  ADD 1 TO WRK-QTDE-EML                                 00006530
                  MOVE ACS-DET-EMAIL TO WRK-DET-TEXTO                   00006540
            END-EVALUATE.                                               00006550
                                                                        00006560
            MOVE WRK-LINHA-DETALHE TO REL-LINHA.                        00006570
            WRITE REL-LINHA.                                            00006580
      *----------------------------------------------------             00006590
       2600-99-FIM.                                EXIT.                00006600
      *----------------------------------------------------             00006610
      *****************************************************             00006620
      *   P R E P A R A R   F U N C                       *             00006630
      *****************************************************             00006640
      *----------------------------------------------------             00006650
       2610-PREPARAR-FUNC                         SECTION.              00006660
      *----------------------------------------------------             00006670
            MOVE SPACES          TO ACS-DET-TIPO.                       00006680
            MOVE WRK-CHAVE       TO ACS-DET-CHAVE.                      00006690
            MOVE WRK-NOME        TO ACS-DET-NOME.                       00006700
            MOVE WRK-SETOR       TO ACS-DET-SETOR.                      00006710
            MOVE SPACES          TO ACS-DET-SETOR-ANT.                  00006720
            MOVE WRK-EMAIL       TO ACS-DET-EMAIL.                      00006730
            MOVE SPACES          TO ACS-DET-EMAIL-ANT.                  00006740
            MOVE WRK-DATAADM     TO ACS-DET-DATAADM.                    00006750
            MOVE WRK-DATADEM     TO ACS-DET-DATADEM.                    00006760
            MOVE WRK-MOTIVO-DESL TO ACS-DET-MOTIVO.                     00006770
      *----------------------------------------------------             00006780
       2610-99-FIM.                                EXIT.                00006790
      *----------------------------------------------------             00006800
      *****************************************************             00006810
      *   P R E P A R A R   A N T E R I O R               *             00006820
      *****************************************************             00006830
      *----------------------------------------------------             00006840
       2620-PREPARAR-ANTERIOR                     SECTION.              00006850
      *----------------------------------------------------             00006860
            MOVE SPACES          TO ACS-DET-TIPO.                       00006870
            MOVE ANT-CHAVE       TO ACS-DET-CHAVE.                      00006880
            MOVE ANT-NOME        TO ACS-DET-NOME.                       00006890
            MOVE ANT-SETOR       TO ACS-DET-SETOR.                      00006900
            MOVE SPACES          TO ACS-DET-SETOR-ANT.                  00006910
            MOVE ANT-EMAIL       TO ACS-DET-EMAIL.                      00006920
            MOVE SPACES          TO ACS-DET-EMAIL-ANT.                  00006930
            MOVE ANT-DATAADM     TO ACS-DET-DATAADM.                    00006940
            MOVE ANT-DATADEM     TO ACS-DET-DATADEM.                    00006950
            MOVE ANT-MOTIVO-DESL TO ACS-DET-MOTIVO.                     00006960
      *----------------------------------------------------             00006970
       2620-99-FIM.                                EXIT.                00006980
      *----------------------------------------------------             00006990
      *****************************************************             00007000
      *   G R A V A R   T R A I L E R                     *             00007010
      *****************************************************             00007020
      *----------------------------------------------------             00007030
       3000-GRAVAR-TRAILER                        SECTION.              00007040
      *----------------------------------------------------             00007050
            MOVE WRK-SEQUENCIA     TO ACS-TRL-SEQ.                      00007060
            MOVE WRK-QTDE-DETALHES TO ACS-TRL-QTDE.                     00007070
            MOVE WRK-QTDE-ADM      TO ACS-TRL-ADM.                      00007080
            MOVE WRK-QTDE-REA      TO ACS-TRL-REA.                      00007090
            MOVE WRK-QTDE-DES      TO ACS-TRL-DES.                      00007100
            MOVE WRK-QTDE-TRF      TO ACS-TRL-TRF.                      00007110
            MOVE WRK-QTDE-EML      TO ACS-TRL-EML.                      00007120
            WRITE ACS-REC FROM ACS-TRAILER.                             00007130
            IF WRK-ACS-STATUS NOT EQUAL '00'                            00007140
               DISPLAY 'F16CIRS - ERRO AO GRAVAR TRAILER FILE STATUS '  00007150
                  WRK-ACS-STATUS                                        00007160
               MOVE 16 TO RETURN-CODE                                   00007170
            END-IF.                                                     00007180
      *----------------------------------------------------             00007190
       3000-99-FIM.                                EXIT.                00007200
      *----------------------------------------------------             00007210
      *****************************************************             00007220
      *   A T U A L I Z A R   S E Q U E N C I A           *             00007230
      *****************************************************             00007240
      *----------------------------------------------------             00007250
       3100-ATUALIZAR-SEQUENCIA                   SECTION.              00007260
      *----------------------------------------------------             00007270
      *        SO DEPOIS DO TRAILER GRAVADO: SE O PROGRAMA CAIR         00007280
      *        ANTES, A NOVA SUBMISSAO REPETE A MESMA SEQUENCIA.        00007290
            MOVE '3'           TO CTL-REG-ID.                           00007300
            MOVE WRK-SEQUENCIA TO CTL-SEQ-ACESSO.                       00007310
            IF WRK-CTL-NOVO EQUAL 'S'                                   00007320
               WRITE CTL-REGISTRO                                       00007330
            ELSE                                                        00007340
               REWRITE CTL-REGISTRO                                     00007350
            END-IF.                                                     00007360
            IF WRK-CTL-STATUS NOT EQUAL '00'                            00007370
               DISPLAY 'F16CIRS - ERRO AO GRAVAR SEQUENCIA NO '         00007380
                  'CONTROLE FILE STATUS ' WRK-CTL-STATUS                00007390
               MOVE 16 TO RETURN-CODE                                   00007400
            END-IF.                                                     00007410
      *----------------------------------------------------             00007420
       3100-99-FIM.                                EXIT.                00007430
      *----------------------------------------------------             00007440
      *****************************************************             00007450
      *   I M P R I M I R   T O T A I S                   *             00007460
      *****************************************************             00007470
      *----------------------------------------------------             00007480
       4000-IMPRIMIR-TOTAIS                       SECTION.              00007490
      *----------------------------------------------------             00007500
            MOVE SPACES TO REL-LINHA.                                   00007510
            WRITE REL-LINHA.                                            00007520
                                                                        00007530
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00007540
            MOVE 'ADMISSOES (ADM)' TO WRK-RES-TEXTO.                    00007550
            MOVE WRK-QTDE-ADM TO WRK-RES-QTDE.                          00007560
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00007570
            WRITE REL-LINHA.                                            00007580
                                                                        00007590
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00007600
            MOVE 'READMISSOES (REA)' TO WRK-RES-TEXTO.                  00007610
            MOVE WRK-QTDE-REA TO WRK-RES-QTDE.                          00007620
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00007630
            WRITE REL-LINHA.                                            00007640
                                                                        00007650
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00007660
            MOVE 'DESLIGAMENTOS (DES)' TO WRK-RES-TEXTO.                00007670
            MOVE WRK-QTDE-DES TO WRK-RES-QTDE.                          00007680
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00007690
            WRITE REL-LINHA.                                            00007700
                                                                        00007710
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00007720
            MOVE 'TRANSFERENCIAS DE SETOR (TRF)' TO WRK-RES-TEXTO.      00007730
            MOVE WRK-QTDE-TRF TO WRK-RES-QTDE.                          00007740
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00007750
            WRITE REL-LINHA.                                            00007760
                                                                        00007770
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00007780
            MOVE 'TROCAS DE EMAIL (EML)' TO WRK-RES-TEXTO.              00007790
            MOVE WRK-QTDE-EML TO WRK-RES-QTDE.                          00007800
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00007810
            WRITE REL-LINHA.                                            00007820
                                                                        00007830
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00007840
            MOVE 'TOTAL DE REGISTROS DE DETALHE' TO WRK-RES-TEXTO.      00007850
            MOVE WRK-QTDE-DETALHES TO WRK-RES-QTDE.                     00007860
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00007870
            WRITE REL-LINHA.                                            00007880
                                                                        00007890
            MOVE SPACES TO REL-LINHA.                                   00007900
            WRITE REL-LINHA.                                            00007910
                                                                        00007920
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00007930
            MOVE 'REGISTROS LIDOS - IMAGEM ANTERIOR' TO WRK-RES-TEXTO.  00007940
            MOVE WRK-QTDE-LIDOS-ANT TO WRK-RES-QTDE.                    00007950
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00007960
            WRITE REL-LINHA.                                            00007970
                                                                        00007980
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00007990
            MOVE 'REGISTROS LIDOS - FUNC' TO WRK-RES-TEXTO.             00008000
            MOVE WRK-QTDE-LIDOS-FUNC TO WRK-RES-QTDE.                   00008010
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00008020
            WRITE REL-LINHA.                                            00008030
                                                                        00008040
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00008050
            MOVE 'REGISTROS GRAVADOS - IMAGEM DE HOJE'                  00008060
                 TO WRK-RES-TEXTO.                                      00008070
            MOVE WRK-QTDE-IMAGEM TO WRK-RES-QTDE.                       00008080
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00008090
            WRITE REL-LINHA.                                            00008100
                                                                        00008110
            IF RETURN-CODE NOT LESS THAN 16                             00008120
               MOVE SPACES TO WRK-LINHA-RESUMO                          00008130
               MOVE '*** ERRO - ARQUIVO SEM TRAILER, REENVIAR'          00008140
                    TO WRK-RES-TEXTO                                    00008150
               MOVE WRK-SEQUENCIA TO WRK-RES-QTDE                       00008160
               MOVE WRK-LINHA-RESUMO TO REL-LINHA                       00008170
               WRITE REL-LINHA                                          00008180
            END-IF.                                                     00008190
      *----------------------------------------------------             00008200
       4000-99-FIM.                                EXIT.                00008210
      *----------------------------------------------------             00008220
      *****************************************************             00008230
      *             F I N A L I Z A R                     *             00008240
      *****************************************************             00008250
      *----------------------------------------------------             00008260
       9000-FINALIZAR                             SECTION.              00008270
      *----------------------------------------------------             00008280
            CLOSE FUNC-FILE.                                            00008290
            CLOSE CONTROLE-FILE.                                        00008300
            CLOSE IMGANT.                                               00008310
            CLOSE IMGATU.                                               00008320
            CLOSE ACESSO.                                               00008330
            CLOSE RELATORIO.                                            00008340
                                                                        00008350
            PERFORM 8100-GRAVAR-RUNLOG-FIM.                             00008360
      *----------------------------------------------------             00008370
       9000-99-FIM.                                EXIT.                00008380
      *----------------------------------------------------             00008390
      *****************************************************             00008400
      *   G R A V A R   R U N L O G   -   I N I C I O     *             00008410
      *****************************************************             00008420
      *----------------------------------------------------             00008430
       8000-GRAVAR-RUNLOG-INICIO                  SECTION.              00008440
      *----------------------------------------------------             00008450
            MOVE 'F16CIRS' TO RLG-PROGRAMA.                             00008460
            MOVE 'I'       TO RLG-EVENTO.                               00008470
            MOVE ZEROES    TO RLG-LIDOS.                                00008480
            MOVE ZEROES    TO RLG-GRAVADOS.                             00008490
            MOVE ZEROES    TO RLG-REJEITADOS.                           00008500
            MOVE ZEROES    TO RLG-RETCODE.                              00008510
            PERFORM 8200-GRAVAR-RUNLOG.                                 00008520
      *----------------------------------------------------             00008530
       8000-99-FIM.                                EXIT.                00008540
      *----------------------------------------------------             00008550
      *****************************************************             00008560
      *   G R A V A R   R U N L O G   -   F I M           *             00008570
      *****************************************************             00008580
      *----------------------------------------------------             00008590
       8100-GRAVAR-RUNLOG-FIM                     SECTION.              00008600
      *----------------------------------------------------             00008610
            MOVE 'F16CIRS' TO RLG-PROGRAMA.                             00008620
            MOVE 'F'       TO RLG-EVENTO.                               00008630
            MOVE WRK-QTDE-LIDOS-FUNC TO RLG-LIDOS.                      00008640
            MOVE WRK-QTDE-DETALHES TO RLG-GRAVADOS.                     00008650
            MOVE ZEROES TO RLG-REJEITADOS.                              00008660
            MOVE RETURN-CODE TO RLG-RETCODE.                            00008670
            PERFORM 8200-GRAVAR-RUNLOG.                                 00008680
      *----------------------------------------------------             00008690
       8100-99-FIM.                                EXIT.                00008700
      *----------------------------------------------------             00008710
      *****************************************************             00008720
      *   G R A V A R   R U N L O G                       *             00008730
      *****************************************************             00008740
      *----------------------------------------------------             00008750
       8200-GRAVAR-RUNLOG                         SECTION.              00008760
      *----------------------------------------------------             00008770
      *        ABRE EM EXTEND, GRAVA E FECHA A CADA EVENTO,             00008780
      *        PARA O REGISTRO DE INICIO JA ESTAR NO ARQUIVO            00008790
      *        MESMO QUE O PROGRAMA CAIA NO MEIO.                       00008800
            MOVE FUNCTION CURRENT-DATE (1:14)                           00008810
                 TO WRK-RLOG-TIMESTAMP.                                 00008820
            MOVE WRK-RLG-HH TO WRK-RLH-HH.                              00008830
            MOVE WRK-RLG-MM TO WRK-RLH-MM.                              00008840
            MOVE WRK-RLG-SS TO WRK-RLH-SS.                              00008850
            MOVE WRK-RLG-DIA   TO RLG-DATA.                             00008860
            MOVE WRK-RLOG-HORA TO RLG-HORA.                             00008870
                                                                        00008880
            OPEN EXTEND RUNLOG.                                         00008890
            IF WRK-RLOG-STATUS NOT EQUAL '00'                           00008900
               DISPLAY 'F16CIRS - ERRO AO ABRIR RUNLOG FILE STATUS '    00008910
                  WRK-RLOG-STATUS                                       00008920
               MOVE 16 TO RETURN-CODE                                   00008930
            ELSE                                                        00008940
               WRITE RLG-REGISTRO                                       00008950
               IF WRK-RLOG-STATUS NOT EQUAL '00'                        00008960
                  DISPLAY 'F16CIRS - ERRO AO GRAVAR RUNLOG '            00008970
                     'FILE STATUS ' WRK-RLOG-STATUS                     00008980
                  MOVE 16 TO RETURN-CODE                                00008990
               END-IF                                                   00009000
               CLOSE RUNLOG                                             00009010
            END-IF.                                                     00009020
      *----------------------------------------------------             00009030
       8200-99-FIM.                                EXIT.                00009040
      *----------------------------------------------------             00009050
