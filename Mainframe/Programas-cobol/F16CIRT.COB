      *====================================================             00000010
       IDENTIFICATION                            DIVISION.              00000020
      *====================================================             00000030
       PROGRAM-ID. F16CIRT.                                             00000040
                                                                        00000050
      *====================================================*            00000060
      *   AUTOR....:LUCIANO GUIMARAES                      *            00000070
      *   ANALISTA.:IVAN SANCHES                           *            00000080
      *   DATA ....:15/10/2026                             *            00000090
      *----------------------------------------------------*            00000100
      *   OBJETIVO:EMITIR O INFORME ANUAL DE RENDIMENTOS   *            00000110
      *            DE CADA FUNCIONARIO A PARTIR DO         *            00000120
      *            HISTORICO DE PAGAMENTOS (PAGTO,         *            00000130
      *            CARREGADO PELO F16CIR6): MES A MES DO   *            00000140
      *            ANO-CALENDARIO, O VALOR PAGO PELA FOLHA *            00000150
      *            E O TOTAL DO ANO. EM SEGUIDA EMITE O    *            00000160
      *            RESUMO POR SETOR E A LISTA DE MESES SEM *            00000170
      *            PAGAMENTO REGISTRADO DE FUNCIONARIOS    *            00000180
      *            ATIVOS. FUNC E PAGTO SAO LIDOS EM ORDEM *            00000190
      *            DE CHAVE E CASADOS POR BALANCE-LINE,    *            00000200
      *            COMO NA CONCILIACAO DA FOLHA (F16CIR6). *            00000210
      *----------------------------------------------------*            00000220
      *   PARM: ANO-CALENDARIO (AAAA, COLUNAS 01-04). EM   *            00000230
      *   BRANCO = ANO ANTERIOR AO DO PROCESSAMENTO.       *            00000240
      *----------------------------------------------------*            00000250
      *   O INFORME SAI PARA TODO FUNCIONARIO COM ALGUM    *            00000260
      *   PAGAMENTO NO ANO E PARA TODO ATIVO, MESMO SEM    *            00000270
      *   PAGAMENTO. CHAVE PAGA QUE NAO EXISTE NO FUNC SAI *            00000280
      *   COMO NAO CADASTRADA, NO SETOR GRAVADO NA CARGA.  *            00000290
      *   O SETOR DO INFORME E DO RESUMO E O ATUAL DO      *            00000300
      *   FUNC.                                            *            00000310
      *   MES SEM PAGAMENTO: FUNCIONARIO ATIVO, MES A      *            00000320
      *   PARTIR DA ADMISSAO, SEM REGISTRO NO PAGTO. O     *            00000330
      *   MES EM QUE NINGUEM TEM PAGAMENTO E TIDO COMO     *            00000340
      *   AINDA NAO CARREGADO E SO E APONTADO NO           *            00000350
      *   CABECALHO DA LISTA.                              *            00000360
      *----------------------------------------------------*            00000370
      *   BASE DE DADOS:                                   *            00000380
      *   TABELA.VSAM                                      *            00000390
      *    ------              I/O        INCLUDE/BOOK     *            00000400
      *   FUNC       CADASTRO FUNCIONARIOS   I  F16CID1    *            00000410
      *   PAGTO      HISTORICO PAGAMENTOS    I  F16CIDE    *            00000420
      *====================================================*            00000430
      *====================================================             00000440
       ENVIRONMENT                               DIVISION.              00000450
      *====================================================             00000460
       CONFIGURATION                              SECTION.              00000470
                                                                        00000480
       SPECIAL-NAMES.                                                   00000490
           DECIMAL-POINT IS COMMA.                                      00000500
                                                                        00000510
       INPUT-OUTPUT                               SECTION.              00000520
       FILE-CONTROL.                                                    00000530
           SELECT FUNC-FILE ASSIGN TO FUNC                              00000540
               ORGANIZATION IS INDEXED                                  00000550
               ACCESS MODE IS SEQUENTIAL                                00000560
               RECORD KEY IS WRK-CHAVE                                  00000570
               FILE STATUS IS WRK-FUNC-STATUS.                          00000580
                                                                        00000590
           SELECT PAGTO-FILE ASSIGN TO PAGTO                            00000600
               ORGANIZATION IS INDEXED                                  00000610
               ACCESS MODE IS SEQUENTIAL                                00000620
               RECORD KEY IS PAG-CHAVE-REG                              00000630
               FILE STATUS IS WRK-PAGTO-STATUS.                         00000640
                                                                        00000650
           SELECT PARM-FILE ASSIGN TO PARM                              00000660
               ORGANIZATION IS SEQUENTIAL.                              00000670
                                                                        00000680
           SELECT SORT-FILE ASSIGN TO SORTWK1.                          00000690
                                                                        00000700
           SELECT RELATORIO ASSIGN TO RELAT                             00000710
               ORGANIZATION IS SEQUENTIAL.                              00000720
                                                                        00000730
           SELECT RUNLOG ASSIGN TO RUNLOG                               00000740
               ORGANIZATION IS SEQUENTIAL                               00000750
               FILE STATUS IS WRK-RLOG-STATUS.                          00000760
                                                                        00000770
      *====================================================             00000780
       DATA                                      DIVISION.              00000790
      *====================================================             00000800
       FILE                                      SECTION.               00000810
      *----------------------------------------------------             00000820
       FD  FUNC-FILE                                                    00000830
           RECORDING MODE IS F.                                         00000840
                                                                        00000850
           COPY F16CID1.                                                00000860
                                                                        00000870
       FD  PAGTO-FILE                                                   00000880
           RECORDING MODE IS F.                                         00000890
                                                                        00000900
           COPY F16CIDE.                                                00000910
                                                                        00000920
       FD  PARM-FILE                                                    00000930
           RECORDING MODE IS F.                                         00000940
       01 PARM-CARD.                                                    00000950
          05 PARM-ANO          PIC X(04).                               00000960
          05 FILLER            PIC X(76).                               00000970
                                                                        00000980
      *        UM INFORME POR FUNCIONARIO, LIBERADO TRES VEZES:         00000990
      *        TIPO 1 = INFORME, TIPO 2 = RESUMO POR SETOR,             00001000
      *        TIPO 3 = MESES SEM PAGAMENTO (SO ATIVOS).                00001010
       SD  SORT-FILE.                                                   00001020
       01 SRT-REC.                                                      00001030
          05 SRT-TIPO          PIC X(01).                               00001040
          05 SRT-SETOR         PIC X(04).                               00001050
          05 SRT-CHAVE         PIC X(05).                               00001060
          05 SRT-NOME          PIC X(30).                               00001070
          05 SRT-SITUACAO      PIC X(01).                               00001080
          05 SRT-TOTAL         PIC 9(12).                               00001090
          05 SRT-MES           OCCURS 12 TIMES.                         00001100
             10 SRT-VALOR      PIC 9(10).                               00001110
             10 SRT-PAGO       PIC X(01).                               00001120
             10 SRT-DEVIDO     PIC X(01).                               00001130
                                                                        00001140
       FD  RELATORIO                                                    00001150
           RECORDING MODE IS F.                                         00001160
       01 REL-LINHA            PIC X(132).                              00001170
                                                                        00001180
       FD  RUNLOG                                                       00001190
           RECORDING MODE IS F.                                         00001200
                                                                        00001210
           COPY F16CID9.                                                00001220
                                                                        00001230
      *----------------------------------------------------             00001240
       WORKING-STORAGE                           SECTION.               00001250
      *----------------------------------------------------             00001260
       77 WRK-FUNC-STATUS      PIC X(02) VALUE '00'.                    00001270
       77 WRK-PAGTO-STATUS     PIC X(02) VALUE '00'.                    00001280
                                                                        00001290
       77 WRK-EOF-FUNC         PIC X(01) VALUE 'N'.                     00001300
          88 FIM-FUNC                    VALUE 'S'.                     00001310
       77 WRK-EOF-PAGTO        PIC X(01) VALUE 'N'.                     00001320
          88 FIM-PAGTO                   VALUE 'S'.                     00001330
       77 WRK-EOF-PARM         PIC X(01) VALUE 'N'.                     00001340
          88 FIM-PARM                    VALUE 'S'.                     00001350
       77 WRK-EOF-SORT         PIC X(01) VALUE 'N'.                     00001360
          88 FIM-SORT                    VALUE 'S'.                     00001370
                                                                        00001380
       77 WRK-ANO              PIC X(04) VALUE SPACES.                  00001390
       77 WRK-ANO-NUM          PIC 9(04) VALUE ZEROES.                  00001400
       77 WRK-ANO-HOJE         PIC 9(04) VALUE ZEROES.                  00001410
       77 WRK-ACHOU-ANO        PIC X(01) VALUE 'N'.                     00001420
       77 WRK-CHAVE-PAGTO      PIC X(05) VALUE SPACES.                  00001430
                                                                        00001440
       77 WRK-MES              PIC 9(02) VALUE ZEROES.                  00001450
       77 WRK-MES-INI          PIC 9(02) VALUE ZEROES.                  00001460
       77 WRK-POS              PIC 9(02) VALUE ZEROES.                  00001470
       77 WRK-QTDE-DEVIDOS     PIC 9(02) VALUE ZEROES.                  00001480
       77 WRK-QTDE-FALTAS      PIC 9(02) VALUE ZEROES.                  00001490
       77 WRK-FALTA-TEXTO      PIC X(36) VALUE SPACES.                  00001500
                                                                        00001510
      *        INFORME MONTADO NO CASAMENTO FUNC X PAGTO, NO            00001520
      *        MESMO LAYOUT DO REGISTRO DO SORT.                        00001530
       01 WRK-INFORME.                                                  00001540
          05 WRK-INF-TIPO      PIC X(01).                               00001550
          05 WRK-INF-SETOR     PIC X(04).                               00001560
          05 WRK-INF-CHAVE     PIC X(05).                               00001570
          05 WRK-INF-NOME      PIC X(30).                               00001580
          05 WRK-INF-SITUACAO  PIC X(01).                               00001590
          05 WRK-INF-TOTAL     PIC 9(12).                               00001600
          05 WRK-INF-MES       OCCURS 12 TIMES.                         00001610
             10 WRK-INF-VALOR  PIC 9(10).                               00001620
             10 WRK-INF-PAGO   PIC X(01).                               00001630
             10 WRK-INF-DEVIDO PIC X(01).                               00001640
                                                                        00001650
      *        QUANTIDADE DE PAGAMENTOS DO ANO POR MES. MES SEM         00001660
      *        NENHUM PAGAMENTO E TIDO COMO AINDA NAO CARREGADO         00001670
      *        NO PAGTO E NAO CONTA COMO FALTA DE NINGUEM.              00001680
       01 WRK-CARGA-MESES.                                              00001690
          05 WRK-CARGA-MES     PIC 9(08) OCCURS 12 TIMES.               00001700
                                                                        00001710
       77 WRK-TIPO-ANTERIOR    PIC X(01) VALUE SPACES.                  00001720
       77 WRK-PRIMEIRO-GRUPO   PIC X(01) VALUE 'S'.                     00001730
       77 WRK-SETOR-ANTERIOR   PIC X(04) VALUE SPACES.                  00001740
       77 WRK-SET-QTDE         PIC 9(05) VALUE ZEROES.                  00001750
       77 WRK-SET-TOTAL        PIC 9(12) VALUE ZEROES.                  00001760
       77 WRK-SET-FALTAS       PIC 9(05) VALUE ZEROES.                  00001770
       77 WRK-GER-QTDE         PIC 9(05) VALUE ZEROES.                  00001780
       77 WRK-GER-TOTAL        PIC 9(12) VALUE ZEROES.                  00001790
       77 WRK-GER-FALTAS       PIC 9(05) VALUE ZEROES.                  00001800
                                                                        00001810
       77 WRK-QTDE-LIDOS-FUNC  PIC 9(08) VALUE ZEROES.                  00001820
       77 WRK-QTDE-LIDOS-PAGTO PIC 9(08) VALUE ZEROES.                  00001830
       77 WRK-QTDE-INFORMES    PIC 9(08) VALUE ZEROES.                  00001840
       77 WRK-QTDE-NAO-CAD     PIC 9(08) VALUE ZEROES.                  00001850
       77 WRK-QTDE-FUNC-FALTA  PIC 9(08) VALUE ZEROES.                  00001860
       77 WRK-QTDE-MESES-FALTA PIC 9(08) VALUE ZEROES.                  00001870
                                                                        00001880
       01 WRK-MES-EDITADO.                                              00001890
          05 WRK-MED-MES       PIC X(02).                               00001900
          05 FILLER            PIC X(01) VALUE '/'.                     00001910
          05 WRK-MED-ANO       PIC X(04).                               00001920
                                                                        00001930
       01 WRK-LINHA-TITULO.                                             00001940
          05 FILLER            PIC X(03) VALUE SPACES.                  00001950
          05 FILLER            PIC X(46) VALUE                          00001960
             'INFORME ANUAL DE RENDIMENTOS - ANO-CALENDARIO '.          00001970
          05 WRK-TIT-ANO           PIC X(04).                           00001980
          05 FILLER            PIC X(79) VALUE SPACES.                  00001990
                                                                        00002000
       01 WRK-LINHA-SECAO.                                              00002010
          05 FILLER            PIC X(03) VALUE SPACES.                  00002020
          05 WRK-SEC-TEXTO         PIC X(60).                           00002030
          05 FILLER            PIC X(69) VALUE SPACES.                  00002040
                                                                        00002050
       01 WRK-LINHA-INF-TITULO.                                         00002060
          05 FILLER            PIC X(03) VALUE SPACES.                  00002070
          05 FILLER            PIC X(29) VALUE                          00002080
             'INFORME DE RENDIMENTOS - ANO '.                           00002090
          05 WRK-INT-ANO           PIC X(04).                           00002100
          05 FILLER            PIC X(96) VALUE SPACES.                  00002110
                                                                        00002120
       01 WRK-LINHA-INF-CAB.                                            00002130
          05 FILLER            PIC X(03) VALUE SPACES.                  00002140
          05 FILLER            PIC X(04) VALUE 'ID: '.                  00002150
          05 WRK-INC-CHAVE         PIC X(05).                           00002160
          05 FILLER            PIC X(03) VALUE SPACES.                  00002170
          05 FILLER            PIC X(06) VALUE 'NOME: '.                00002180
          05 WRK-INC-NOME          PIC X(30).                           00002190
          05 FILLER            PIC X(03) VALUE SPACES.                  00002200
          05 FILLER            PIC X(07) VALUE 'SETOR: '.               00002210
          05 WRK-INC-SETOR         PIC X(04).                           00002220
          05 FILLER            PIC X(03) VALUE SPACES.                  00002230
          05 FILLER            PIC X(10) VALUE 'SITUACAO: '.            00002240
          05 WRK-INC-SITUACAO      PIC X(14).                           00002250
          05 FILLER            PIC X(40) VALUE SPACES.                  00002260
                                                                        00002270
       01 WRK-LINHA-INF-COLUNAS.                                        00002280
          05 FILLER            PIC X(03) VALUE SPACES.                  00002290
          05 FILLER            PIC X(11) VALUE 'COMPETENCIA'.           00002300
          05 FILLER            PIC X(03) VALUE SPACES.                  00002310
          05 FILLER            PIC X(13) VALUE '   VALOR PAGO'.         00002320
          05 FILLER            PIC X(03) VALUE SPACES.                  00002330
          05 FILLER            PIC X(20) VALUE 'OBSERVACAO'.            00002340
          05 FILLER            PIC X(79) VALUE SPACES.                  00002350
                                                                        00002360
       01 WRK-LINHA-INF-MES.                                            00002370
          05 FILLER            PIC X(03) VALUE SPACES.                  00002380
          05 WRK-INM-COMPET        PIC X(07).                           00002390
          05 FILLER            PIC X(07) VALUE SPACES.                  00002400
          05 WRK-INM-VALOR         PIC Z.ZZZ.ZZZ.ZZ9.                   00002410
          05 FILLER            PIC X(03) VALUE SPACES.                  00002420
          05 WRK-INM-OBS           PIC X(20).                           00002430
          05 FILLER            PIC X(79) VALUE SPACES.                  00002440
                                                                        00002450
       01 WRK-LINHA-INF-TOTAL.                                          00002460
          05 FILLER            PIC X(03) VALUE SPACES.                  00002470
          05 FILLER            PIC X(12) VALUE 'TOTAL DO ANO'.          00002480
          05 WRK-INT-TOTAL         PIC ZZZ.ZZZ.ZZZ.ZZ9.                 00002490
          05 FILLER            PIC X(102) VALUE SPACES.                 00002500
                                                                        00002510
       01 WRK-LINHA-SET-COLUNAS.                                        00002520
          05 FILLER            PIC X(03) VALUE SPACES.                  00002530
          05 FILLER            PIC X(05) VALUE 'SETOR'.                 00002540
          05 FILLER            PIC X(03) VALUE SPACES.                  00002550
          05 FILLER            PIC X(12) VALUE 'FUNCIONARIOS'.          00002560
          05 FILLER            PIC X(03) VALUE SPACES.                  00002570
          05 FILLER            PIC X(17) VALUE 'TOTAL PAGO NO ANO'.     00002580
          05 FILLER            PIC X(03) VALUE SPACES.                  00002590
          05 FILLER            PIC X(19) VALUE 'MESES SEM PAGAMENTO'.   00002600
          05 FILLER            PIC X(67) VALUE SPACES.                  00002610
                                                                        00002620
       01 WRK-LINHA-SET-DETALHE.                                        00002630
          05 FILLER            PIC X(03) VALUE SPACES.                  00002640
          05 WRK-SED-SETOR         PIC X(08).                           00002650
          05 FILLER            PIC X(07) VALUE SPACES.                  00002660
          05 WRK-SED-QTDE          PIC ZZZZ9.                           00002670
          05 FILLER            PIC X(05) VALUE SPACES.                  00002680
          05 WRK-SED-TOTAL         PIC ZZZ.ZZZ.ZZZ.ZZ9.                 00002690
          05 FILLER            PIC X(17) VALUE SPACES.                  00002700
          05 WRK-SED-FALTAS        PIC ZZZZ9.                           00002710
          05 FILLER            PIC X(67) VALUE SPACES.                  00002720
                                                                        00002730
       01 WRK-LINHA-SEM-CARGA.                                          00002740
          05 FILLER            PIC X(03) VALUE SPACES.                  00002750
          05 FILLER            PIC X(46) VALUE                          00002760
             'COMPETENCIAS SEM NENHUM PAGAMENTO CARREGADO: '.           00002770
          05 WRK-SCG-MESES         PIC X(36).                           00002780
          05 FILLER            PIC X(47) VALUE SPACES.                  00002790
                                                                        00002800
       01 WRK-LINHA-FLT-COLUNAS.                                        00002810
          05 FILLER            PIC X(03) VALUE SPACES.                  00002820
          05 FILLER            PIC X(05) VALUE 'ID'.                    00002830
          05 FILLER            PIC X(03) VALUE SPACES.                  00002840
          05 FILLER            PIC X(30) VALUE 'NOME'.                  00002850
          05 FILLER            PIC X(03) VALUE SPACES.                  00002860
          05 FILLER            PIC X(05) VALUE 'SETOR'.                 00002870
          05 FILLER            PIC X(03) VALUE SPACES.                  00002880
          05 FILLER            PIC X(36) VALUE                          00002890
             'MESES SEM PAGAMENTO REGISTRADO'.                          00002900
          05 FILLER            PIC X(44) VALUE SPACES.                  00002910
                                                                        00002920
       01 WRK-LINHA-FLT-DETALHE.                                        00002930
          05 FILLER            PIC X(03) VALUE SPACES.                  00002940
          05 WRK-FLD-CHAVE         PIC X(05).                           00002950
          05 FILLER            PIC X(03) VALUE SPACES.                  00002960
          05 WRK-FLD-NOME          PIC X(30).                           00002970
          05 FILLER            PIC X(03) VALUE SPACES.                  00002980
          05 WRK-FLD-SETOR         PIC X(05).                           00002990
          05 FILLER            PIC X(03) VALUE SPACES.                  00003000
          05 WRK-FLD-MESES         PIC X(36).                           00003010
          05 FILLER            PIC X(44) VALUE SPACES.                  00003020
                                                                        00003030
       01 WRK-LINHA-RESUMO.                                             00003040
          05 FILLER            PIC X(03) VALUE SPACES.                  00003050
          05 WRK-RES-TEXTO         PIC X(40).                           00003060
          05 WRK-RES-QTDE          PIC ZZZZZZZ9.                        00003070
          05 FILLER            PIC X(81) VALUE SPACES.                  00003080
                                                                        00003090
      *        CAMPOS DO LOG DE EXECUCAO (RUNLOG), GRAVADO NO           00003100
      *        INICIO E NO FIM DO PROGRAMA.                             00003110
       77 WRK-RLOG-STATUS      PIC X(02) VALUE '00'.                    00003120
                                                                        00003130
       01 WRK-RLOG-TIMESTAMP.                                           00003140
          05 WRK-RLG-DIA       PIC X(08).                               00003150
          05 WRK-RLG-HH        PIC X(02).                               00003160
          05 WRK-RLG-MM        PIC X(02).                               00003170
          05 WRK-RLG-SS        PIC X(02).                               00003180
                                                                        00003190
       01 WRK-RLOG-HORA.                                                00003200
          05 WRK-RLH-HH        PIC X(02).                               00003210
          05 FILLER            PIC X(01) VALUE ':'.                     00003220
          05 WRK-RLH-MM        PIC X(02).                               00003230
          05 FILLER            PIC X(01) VALUE ':'.                     00003240
          05 WRK-RLH-SS        PIC X(02).                               00003250
                                                                        00003260
      *====================================================             00003270
       PROCEDURE                                 DIVISION.              00003280
      *====================================================             00003290
      *****************************************************             00003300
      *         R O T I N A   P R I N C I P A L           *             00003310
      *****************************************************             00003320
      *----------------------------------------------------             00003330
       0000-PRINCIPAL                             SECTION.              00003340
      *----------------------------------------------------             00003350
            PERFORM 8000-GRAVAR-RUNLOG-INICIO.                          00003360
                                                                        00003370
            PERFORM 1000-INICIALIZAR.                                   00003380
                                                                        00003390
            SORT SORT-FILE                                              00003400
               ON ASCENDING KEY SRT-TIPO SRT-SETOR SRT-CHAVE            00003410
               INPUT PROCEDURE IS 2000-CARREGAR                         00003420
               OUTPUT PROCEDURE IS 3000-IMPRIMIR.                       00003430
                                                                        00003440
            PERFORM 9000-FINALIZAR.                                     00003450
                                                                        00003460
            STOP RUN.                                                   00003470
      *----------------------------------------------------             00003480
       0000-99-FIM.                                EXIT.                00003490
      *----------------------------------------------------             00003500
      *****************************************************             00003510
      *            I N I C I A L I Z A R                  *             00003520
      *****************************************************             00003530
      *----------------------------------------------------             00003540
       1000-INICIALIZAR                           SECTION.              00003550
      *----------------------------------------------------             00003560
            OPEN INPUT PARM-FILE.                                       00003570
            PERFORM UNTIL FIM-PARM                                      00003580
               READ PARM-FILE                                           00003590
                  AT END                                                00003600
                     MOVE 'S' TO WRK-EOF-PARM                           00003610
                  NOT AT END                                            00003620
                     MOVE PARM-ANO TO WRK-ANO                           00003630
               END-READ                                                 00003640
            END-PERFORM.                                                00003650
            CLOSE PARM-FILE.                                            00003660
                                                                        00003670
      *        CARTAO EM BRANCO: ANO ANTERIOR AO DO PROCESSAMENTO       00003680
      *        (O INFORME E EMITIDO NO INICIO DO ANO SEGUINTE).         00003690
            MOVE FUNCTION CURRENT-DATE (1:4) TO WRK-ANO-HOJE.           00003700
            IF WRK-ANO EQUAL SPACES                                     00003710
               COMPUTE WRK-ANO-NUM = WRK-ANO-HOJE - 1                   00003720
               MOVE WRK-ANO-NUM TO WRK-ANO                              00003730
            END-IF.                                                     00003740
                                                                        00003750
            IF WRK-ANO IS NOT NUMERIC                                   00003760
               DISPLAY 'F16CIRT - PARM INVALIDO - ANO ' WRK-ANO         00003770
               MOVE 16 TO RETURN-CODE                                   00003780
               STOP RUN                                                 00003790
            END-IF.                                                     00003800
            MOVE WRK-ANO TO WRK-ANO-NUM.                                00003810
            IF WRK-ANO-NUM GREATER THAN WRK-ANO-HOJE                    00003820
               DISPLAY 'F16CIRT - PARM INVALIDO - ANO ' WRK-ANO         00003830
               MOVE 16 TO RETURN-CODE                                   00003840
               STOP RUN                                                 00003850
            END-IF.                                                     00003860
                                                                        00003870
            OPEN INPUT FUNC-FILE.                                       00003880
            IF WRK-FUNC-STATUS NOT EQUAL '00'                           00003890
               DISPLAY 'F16CIRT - ERRO AO ABRIR FUNC FILE STATUS '      00003900
                  WRK-FUNC-STATUS                                       00003910
               MOVE 16 TO RETURN-CODE                                   00003920
               STOP RUN                                                 00003930
            END-IF.                                                     00003940
                                                                        00003950
            OPEN INPUT PAGTO-FILE.                                      00003960
            IF WRK-PAGTO-STATUS NOT EQUAL '00'                          00003970
               DISPLAY 'F16CIRT - ERRO AO ABRIR PAGTO FILE STATUS '     00003980
                  WRK-PAGTO-STATUS                                      00003990
               MOVE 16 TO RETURN-CODE                                   00004000
               STOP RUN                                                 00004010
            END-IF.                                                     00004020
                                                                        00004030
            INITIALIZE WRK-CARGA-MESES.                                 00004040
                                                                        00004050
            OPEN OUTPUT RELATORIO.                                      00004060
            MOVE WRK-ANO TO WRK-TIT-ANO.                                00004070
            MOVE SPACES TO REL-LINHA.                                   00004080
            MOVE WRK-LINHA-TITULO TO REL-LINHA.                         00004090
            WRITE REL-LINHA.                                            00004100
      *----------------------------------------------------             00004110
       1000-99-FIM.                                EXIT.                00004120
      *----------------------------------------------------             00004130
      *****************************************************             00004140
      *            C A R R E G A R   I N F O R M E S      *             00004150
      *****************************************************             00004160
      *----------------------------------------------------             00004170
       2000-CARREGAR                              SECTION.              00004180
      *----------------------------------------------------             00004190
            PERFORM 2100-LER-FUNC.                                      00004200
            PERFORM 2200-LER-PAGTO.                                     00004210
                                                                        00004220
            PERFORM UNTIL FIM-FUNC AND FIM-PAGTO                        00004230
               PERFORM 2300-LIMPAR-INFORME                              00004240
               IF FIM-PAGTO                                             00004250
                  OR (NOT FIM-FUNC AND WRK-CHAVE LESS THAN PAG-CHAVE)   00004260
                  PERFORM 2400-FUNC-SEM-PAGAMENTO                       00004270
                  PERFORM 2100-LER-FUNC                                 00004280
               ELSE                                                     00004290
                  IF FIM-FUNC                                           00004300
                     OR WRK-CHAVE GREATER THAN PAG-CHAVE                00004310
                     PERFORM 2500-PAGO-SEM-CADASTRO                     00004320
                  ELSE                                                  00004330
                     PERFORM 2600-FUNC-COM-PAGAMENTO                    00004340
                     PERFORM 2100-LER-FUNC                              00004350
                  END-IF                                                00004360
               END-IF                                                   00004370
            END-PERFORM.                                                00004380
      *----------------------------------------------------             00004390
       2000-99-FIM.                                EXIT.                00004400
      *----------------------------------------------------             00004410
      *****************************************************             00004420
      *            L E R   F U N C                        *             00004430
      *****************************************************             00004440
      *----------------------------------------------------             00004450
       2100-LER-FUNC                              SECTION.              00004460
      *----------------------------------------------------             00004470
            READ FUNC-FILE                                              00004480
               AT END                                                   00004490
                  MOVE 'S' TO WRK-EOF-FUNC                              00004500
               NOT AT END                                               00004510
                  IF WRK-FUNC-STATUS NOT EQUAL '00'                     00004520
                     DISPLAY 'F16CIRT - ERRO DE LEITURA EM FUNC '       00004530
                        'FILE STATUS ' WRK-FUNC-STATUS                  00004540
                     MOVE 'S' TO WRK-EOF-FUNC                           00004550
                     MOVE 16 TO RETURN-CODE                             00004560
                  ELSE                                                  00004570
                     ADD 1 TO WRK-QTDE-LIDOS-FUNC                       00004580
                  END-IF                                                00004590
            END-READ.                                                   00004600
      *----------------------------------------------------             00004610
       2100-99-FIM.                                EXIT.                00004620
      *----------------------------------------------------             00004630
      *****************************************************             00004640
      *            L E R   P A G T O                      *             00004650
      *****************************************************             00004660
      *----------------------------------------------------             00004670
       2200-LER-PAGTO                             SECTION.              00004680
      *----------------------------------------------------             00004690
      *        SO INTERESSAM AS COMPETENCIAS DO ANO DO PARM; AS         00004700
      *        DOS OUTROS ANOS SAO PULADAS NA LEITURA.                  00004710
            MOVE 'N' TO WRK-ACHOU-ANO.                                  00004720
            PERFORM UNTIL FIM-PAGTO OR WRK-ACHOU-ANO EQUAL 'S'          00004730
               READ PAGTO-FILE                                          00004740
                  AT END                                                00004750
                     MOVE 'S' TO WRK-EOF-PAGTO                          00004760
                  NOT AT END                                            00004770
                     IF WRK-PAGTO-STATUS NOT EQUAL '00'                 00004780
                        DISPLAY 'F16CIRT - ERRO DE LEITURA EM PAGTO '   00004790
                           'FILE STATUS ' WRK-PAGTO-STATUS              00004800
                        MOVE 'S' TO WRK-EOF-PAGTO                       00004810
                        MOVE 16 TO RETURN-CODE                          00004820
                     ELSE                                               00004830
                        IF PAG-COMPET (1:4) EQUAL WRK-ANO               00004840
                           MOVE 'S' TO WRK-ACHOU-ANO                    00004850
                           ADD 1 TO WRK-QTDE-LIDOS-PAGTO                00004860
                        END-IF                                          00004870
                     END-IF                                             00004880
               END-READ                                                 00004890
            END-PERFORM.                                                00004900
      *----------------------------------------------------             00004910
       2200-99-FIM.                                EXIT.                00004920
      *----------------------------------------------------             00004930
      *****************************************************             00004940
      *            L I M P A R   I N F O R M E            *             00004950
      *****************************************************             00004960
      *----------------------------------------------------             00004970
       2300-LIMPAR-INFORME                        SECTION.              00004980
      *----------------------------------------------------             00004990
            MOVE SPACES TO WRK-INFORME.                                 00005000
            MOVE ZEROES TO WRK-INF-TOTAL.                               00005010
            PERFORM VARYING WRK-MES FROM 1 BY 1 UNTIL WRK-MES > 12      00005020
               MOVE ZEROES TO WRK-INF-VALOR (WRK-MES)                   00005030
               MOVE 'N'    TO WRK-INF-PAGO (WRK-MES)                    00005040
               MOVE 'N'    TO WRK-INF-DEVIDO (WRK-MES)                  00005050
            END-PERFORM.                                                00005060
      *----------------------------------------------------             00005070
       2300-99-FIM.                                EXIT.                00005080
      *----------------------------------------------------             00005090
      *****************************************************             00005100
      *     F U N C   S E M   P A G A M E N T O           *             00005110
      *****************************************************             00005120
      *----------------------------------------------------             00005130
       2400-FUNC-SEM-PAGAMENTO                    SECTION.              00005140
      *----------------------------------------------------             00005150
      *        SEM NENHUM PAGAMENTO NO ANO SO SAI O ATIVO QUE JA        00005160
      *        ESTAVA ADMITIDO NO ANO (INFORME ZERADO E TODOS OS        00005170
      *        MESES DEVIDOS NA LISTA DE FALTAS).                       00005180
            IF WRK-SITUACAO EQUAL 'A'                                   00005190
               PERFORM 2700-DADOS-FUNC                                  00005200
               PERFORM 2750-MESES-DEVIDOS                               00005210
               IF WRK-QTDE-DEVIDOS GREATER THAN ZEROES                  00005220
                  PERFORM 2800-LIBERAR-INFORME                          00005230
               END-IF                                                   00005240
            END-IF.                                                     00005250
      *----------------------------------------------------             00005260
       2400-99-FIM.                                EXIT.                00005270
      *----------------------------------------------------             00005280
      *****************************************************             00005290
      *       P A G O   S E M   C A D A S T R O           *             00005300
      *****************************************************             00005310
      *----------------------------------------------------             00005320
       2500-PAGO-SEM-CADASTRO                     SECTION.              00005330
      *----------------------------------------------------             00005340
            MOVE PAG-CHAVE TO WRK-INF-CHAVE.                            00005350
            MOVE PAG-SETOR TO WRK-INF-SETOR.                            00005360
            MOVE '*** NAO CADASTRADO NO FUNC ***' TO WRK-INF-NOME.      00005370
            MOVE 'N'       TO WRK-INF-SITUACAO.                         00005380
            ADD 1 TO WRK-QTDE-NAO-CAD.                                  00005390
                                                                        00005400
            PERFORM 2900-ACUMULAR-PAGAMENTOS.                           00005410
            PERFORM 2800-LIBERAR-INFORME.                               00005420
      *----------------------------------------------------             00005430
       2500-99-FIM.                                EXIT.                00005440
      *----------------------------------------------------             00005450
      *****************************************************             00005460
      *     F U N C   C O M   P A G A M E N T O           *             00005470
      *****************************************************             00005480
      *----------------------------------------------------             00005490
       2600-FUNC-COM-PAGAMENTO                    SECTION.              00005500
      *----------------------------------------------------             00005510
            PERFORM 2700-DADOS-FUNC.                                    00005520
            IF WRK-SITUACAO EQUAL 'A'                                   00005530
               PERFORM 2750-MESES-DEVIDOS                               00005540
            END-IF.                                                     00005550
                                                                        00005560
            PERFORM 2900-ACUMULAR-PAGAMENTOS.                           00005570
            PERFORM 2800-LIBERAR-INFORME.                               00005580
      *----------------------------------------------------             00005590
       2600-99-FIM.                                EXIT.                00005600
      *----------------------------------------------------             00005610
      *****************************************************             00005620
      *            D A D O S   D O   F U N C              *             00005630
      *****************************************************             00005640
      *----------------------------------------------------             00005650
       2700-DADOS-FUNC                            SECTION.              00005660
      *----------------------------------------------------             00005670
            MOVE WRK-CHAVE TO WRK-INF-CHAVE.                            00005680
            MOVE WRK-SETOR TO WRK-INF-SETOR.                            00005690
            MOVE WRK-NOME  TO WRK-INF-NOME.                             00005700
            IF WRK-SITUACAO EQUAL 'A'                                   00005710
               MOVE 'A' TO WRK-INF-SITUACAO                             00005720
            ELSE                                                        00005730
               MOVE 'I' TO WRK-INF-SITUACAO                             00005740
            END-IF.                                                     00005750
      *----------------------------------------------------             00005760
       2700-99-FIM.                                EXIT.                00005770
      *----------------------------------------------------             00005780
      *****************************************************             00005790
      *            M E S E S   D E V I D O S              *             00005800
      *****************************************************             00005810
      *----------------------------------------------------             00005820
       2750-MESES-DEVIDOS                         SECTION.              00005830
      *----------------------------------------------------             00005840
      *        O ATIVO DEVE TER PAGAMENTO EM TODO MES DO ANO A          00005850
      *        PARTIR DO MES DA ADMISSAO (DD/MM/AAAA). ADMITIDO         00005860
      *        DEPOIS DO ANO NAO DEVE NENHUM; DATA INVALIDA CONTA       00005870
      *        O ANO INTEIRO.                                           00005880
            MOVE 1 TO WRK-MES-INI.                                      00005890
            IF WRK-DATAADM (4:2) IS NUMERIC                             00005900
               AND WRK-DATAADM (7:4) IS NUMERIC                         00005910
               IF WRK-DATAADM (7:4) GREATER THAN WRK-ANO                00005920
                  MOVE 13 TO WRK-MES-INI                                00005930
               ELSE                                                     00005940
                  IF WRK-DATAADM (7:4) EQUAL WRK-ANO                    00005950
                     AND WRK-DATAADM (4:2) NOT LESS THAN '01'           00005960
                     AND WRK-DATAADM (4:2) NOT GREATER THAN '12'        00005970
                     MOVE WRK-DATAADM (4:2) TO WRK-MES-INI              00005980
                  END-IF                                                00005990
               END-IF                                                   00006000
            END-IF.                                                     00006010
                                                                        00006020
            MOVE ZEROES TO WRK-QTDE-DEVIDOS.                            00006030
            PERFORM VARYING WRK-MES FROM WRK-MES-INI BY 1               00006040
                    UNTIL WRK-MES > 12                                  00006050
               MOVE 'S' TO WRK-INF-DEVIDO (WRK-MES)                     00006060
               ADD 1 TO WRK-QTDE-DEVIDOS                                00006070
            END-PERFORM.                                                00006080
      *----------------------------------------------------             00006090
       2750-99-FIM.                                EXIT.                00006100
      *----------------------------------------------------             00006110
      *****************************************************             00006120
      *          L I B E R A R   I N F O R M E            *             00006130
      *****************************************************             00006140
      *----------------------------------------------------             00006150
       2800-LIBERAR-INFORME                       SECTION.              00006160
      *----------------------------------------------------             00006170
            MOVE '1' TO WRK-INF-TIPO.                                   00006180
            MOVE WRK-INFORME TO SRT-REC.                                00006190
            RELEASE SRT-REC.                                            00006200
                                                                        00006210
            MOVE '2' TO WRK-INF-TIPO.                                   00006220
            MOVE WRK-INFORME TO SRT-REC.                                00006230
            RELEASE SRT-REC.                                            00006240
                                                                        00006250
            IF WRK-INF-SITUACAO EQUAL 'A'                               00006260
               MOVE '3' TO WRK-INF-TIPO                                 00006270
               MOVE WRK-INFORME TO SRT-REC                              00006280
               RELEASE SRT-REC                                          00006290
            END-IF.                                                     00006300
      *----------------------------------------------------             00006310
       2800-99-FIM.                                EXIT.                00006320
      *----------------------------------------------------             00006330
      *****************************************************             00006340
      *    A C U M U L A R   P A G A M E N T O S          *             00006350
      *****************************************************             00006360
      *----------------------------------------------------             00006370
       2900-ACUMULAR-PAGAMENTOS                   SECTION.              00006380
      *----------------------------------------------------             00006390
      *        SOMA TODAS AS COMPETENCIAS DO ANO DA CHAVE ATUAL         00006400
      *        DO PAGTO E DEIXA LIDO O PRIMEIRO DA CHAVE SEGUINTE.      00006410
            MOVE PAG-CHAVE TO WRK-CHAVE-PAGTO.                          00006420
            PERFORM UNTIL FIM-PAGTO                                     00006430
                       OR PAG-CHAVE NOT EQUAL WRK-CHAVE-PAGTO           00006440
               IF PAG-COMPET (5:2) IS NUMERIC                           00006450
                  MOVE PAG-COMPET (5:2) TO WRK-MES                      00006460
                  IF WRK-MES NOT LESS THAN 1                            00006470
                     AND WRK-MES NOT GREATER THAN 12                    00006480
                     ADD PAG-VALOR TO WRK-INF-VALOR (WRK-MES)           00006490
                     ADD PAG-VALOR TO WRK-INF-TOTAL                     00006500
                     MOVE 'S' TO WRK-INF-PAGO (WRK-MES)                 00006510
                     ADD 1 TO WRK-CARGA-MES (WRK-MES)                   00006520
                  END-IF                                                00006530
               END-IF                                                   00006540
               PERFORM 2200-LER-PAGTO                                   00006550
            END-PERFORM.                                                00006560
      *----------------------------------------------------             00006570
       2900-99-FIM.                                EXIT.                00006580
      *----------------------------------------------------             00006590
      *****************************************************             00006600
      *            I M P R I M I R                        *             00006610
      *****************************************************             00006620
      *----------------------------------------------------             00006630
       3000-IMPRIMIR                              SECTION.              00006640
      *----------------------------------------------------             00006650
            RETURN SORT-FILE                                            00006660
               AT END                                                   00006670
                  MOVE 'S' TO WRK-EOF-SORT                              00006680
            END-RETURN.                                                 00006690
                                                                        00006700
            PERFORM UNTIL FIM-SORT                                      00006710
               IF SRT-TIPO NOT EQUAL WRK-TIPO-ANTERIOR                  00006720
                  PERFORM 3100-MUDAR-SECAO                              00006730
               END-IF                                                   00006740
               MOVE SRT-TIPO TO WRK-TIPO-ANTERIOR                       00006750
                                                                        00006760
               EVALUATE SRT-TIPO                                        00006770
               WHEN '1'                                                 00006780
                  PERFORM 3200-IMPRIMIR-INFORME                         00006790
               WHEN '2'                                                 00006800
                  PERFORM 3300-ACUMULAR-SETOR                           00006810
               WHEN OTHER                                               00006820
                  PERFORM 3400-IMPRIMIR-FALTAS                          00006830
               END-EVALUATE                                             00006840
                                                                        00006850
               RETURN SORT-FILE                                         00006860
                  AT END                                                00006870
                     MOVE 'S' TO WRK-EOF-SORT                           00006880
               END-RETURN                                               00006890
            END-PERFORM.                                                00006900
                                                                        00006910
            IF WRK-TIPO-ANTERIOR EQUAL '2'                              00006920
               PERFORM 3350-FECHAR-SETORES                              00006930
            END-IF.                                                     00006940
            IF WRK-TIPO-ANTERIOR NOT EQUAL '3'                          00006950
               PERFORM 3150-CABECALHO-FALTAS                            00006960
            END-IF.                                                     00006970
            IF WRK-QTDE-FUNC-FALTA EQUAL ZEROES                         00006980
               MOVE 'NENHUM MES SEM PAGAMENTO REGISTRADO'               00006990
                    TO WRK-SEC-TEXTO                                    00007000
               MOVE WRK-LINHA-SECAO TO REL-LINHA                        00007010
               WRITE REL-LINHA                                          00007020
            END-IF.                                                     00007030
                                                                        00007040
            PERFORM 3500-IMPRIMIR-RESUMO.                               00007050
      *----------------------------------------------------             00007060
       3000-99-FIM.                                EXIT.                00007070
      *----------------------------------------------------             00007080
      *****************************************************             00007090
      *            M U D A R   S E C A O                  *             00007100
      *****************************************************             00007110
      *----------------------------------------------------             00007120
       3100-MUDAR-SECAO                           SECTION.              00007130
      *----------------------------------------------------             00007140
            IF WRK-TIPO-ANTERIOR EQUAL '2'                              00007150
               PERFORM 3350-FECHAR-SETORES                              00007160
            END-IF.                                                     00007170
                                                                        00007180
            EVALUATE SRT-TIPO                                           00007190
            WHEN '2'                                                    00007200
               PERFORM 3120-CABECALHO-SETORES                           00007210
            WHEN '3'                                                    00007220
               PERFORM 3150-CABECALHO-FALTAS                            00007230
            END-EVALUATE.                                               00007240
      *----------------------------------------------------             00007250
       3100-99-FIM.                                EXIT.                00007260
      *----------------------------------------------------             00007270
      *****************************************************             00007280
      *      C A B E C A L H O   S E T O R E S            *             00007290
      *****************************************************             00007300
      *----------------------------------------------------             00007310
       3120-CABECALHO-SETORES                     SECTION.              00007320
      *----------------------------------------------------             00007330
            MOVE SPACES TO REL-LINHA.                                   00007340
            WRITE REL-LINHA.                                            00007350
            MOVE 'RESUMO POR SETOR' TO WRK-SEC-TEXTO.                   00007360
            MOVE WRK-LINHA-SECAO TO REL-LINHA.                          00007370
            WRITE REL-LINHA.                                            00007380
            MOVE WRK-LINHA-SET-COLUNAS TO REL-LINHA.                    00007390
            WRITE REL-LINHA.                                            00007400
      *----------------------------------------------------             00007410
       3120-99-FIM.                                EXIT.                00007420
      *----------------------------------------------------             00007430
      *****************************************************             00007440
      *       C A B E C A L H O   F A L T A S             *             00007450
      *****************************************************             00007460
      *----------------------------------------------------             00007470
       3150-CABECALHO-FALTAS                      SECTION.              00007480
      *----------------------------------------------------             00007490
            MOVE SPACES TO REL-LINHA.                                   00007500
            WRITE REL-LINHA.                                            00007510
            MOVE 'MESES SEM PAGAMENTO REGISTRADO - FUNCIONARIOS ATIVOS' 00007520
                 TO WRK-SEC-TEXTO.                                      00007530
            MOVE WRK-LINHA-SECAO TO REL-LINHA.                          00007540
            WRITE REL-LINHA.                                            00007550
                                                                        00007560
            MOVE SPACES TO WRK-SCG-MESES.                               00007570
            MOVE 1 TO WRK-POS.                                          00007580
            PERFORM VARYING WRK-MES FROM 1 BY 1 UNTIL WRK-MES > 12      00007590
               IF WRK-CARGA-MES (WRK-MES) EQUAL ZEROES                  00007600
                  MOVE WRK-MES TO WRK-SCG-MESES (WRK-POS:2)             00007610
                  ADD 3 TO WRK-POS                                      00007620
               END-IF                                                   00007630
            END-PERFORM.                                                00007640
            IF WRK-SCG-MESES EQUAL SPACES                               00007650
               MOVE 'NENHUMA' TO WRK-SCG-MESES                          00007660
            END-IF.                                                     00007670
            MOVE WRK-LINHA-SEM-CARGA TO REL-LINHA.                      00007680
            WRITE REL-LINHA.                                            00007690
                                                                        00007700
            MOVE WRK-LINHA-FLT-COLUNAS TO REL-LINHA.                    00007710
            WRITE REL-LINHA.                                            00007720
      *----------------------------------------------------             00007730
       3150-99-FIM.                                EXIT.                00007740
      *----------------------------------------------------             00007750
      *****************************************************             00007760
      *       I M P R I M I R   I N F O R M E             *             00007770
      *****************************************************             00007780
      *----------------------------------------------------             00007790
       3200-IMPRIMIR-INFORME                      SECTION.              00007800
      *----------------------------------------------------             00007810
            ADD 1 TO WRK-QTDE-INFORMES.                                 00007820
                                                                        00007830
            MOVE SPACES TO REL-LINHA.                                   00007840
            WRITE REL-LINHA.                                            00007850
            MOVE WRK-ANO TO WRK-INT-ANO.                                00007860
            MOVE WRK-LINHA-INF-TITULO TO REL-LINHA.                     00007870
            WRITE REL-LINHA.                                            00007880
                                                                        00007890
            MOVE SRT-CHAVE TO WRK-INC-CHAVE.                            00007900
            MOVE SRT-NOME  TO WRK-INC-NOME.                             00007910
            MOVE SRT-SETOR TO WRK-INC-SETOR.                            00007920
            EVALUATE SRT-SITUACAO                                       00007930
            WHEN 'A'                                                    00007940
               MOVE 'ATIVO'          TO WRK-INC-SITUACAO                00007950
            WHEN 'I'                                                    00007960
               MOVE 'INATIVO'        TO WRK-INC-SITUACAO                00007970
            WHEN OTHER                                                  00007980
               MOVE 'NAO CADASTRADO' TO WRK-INC-SITUACAO                00007990
            END-EVALUATE.                                               00008000
            MOVE WRK-LINHA-INF-CAB TO REL-LINHA.                        00008010
            WRITE REL-LINHA.                                            00008020
            MOVE WRK-LINHA-INF-COLUNAS TO REL-LINHA.                    00008030
            WRITE REL-LINHA.                                            00008040
                                                                        00008050
            MOVE WRK-ANO TO WRK-MED-ANO.                                00008060
            PERFORM VARYING WRK-MES FROM 1 BY 1 UNTIL WRK-MES > 12      00008070
               MOVE WRK-MES TO WRK-MED-MES                              00008080
               MOVE WRK-MES-EDITADO TO WRK-INM-COMPET                   00008090
               MOVE SRT-VALOR (WRK-MES) TO WRK-INM-VALOR                00008100
               IF SRT-PAGO (WRK-MES) EQUAL 'S'                          00008110
                  MOVE SPACES TO WRK-INM-OBS                            00008120
               ELSE                                                     00008130
                  MOVE 'SEM PAGAMENTO' TO WRK-INM-OBS                   00008140
               END-IF                                                   00008150
               MOVE WRK-LINHA-INF-MES TO REL-LINHA                      00008160
               WRITE REL-LINHA                                          00008170
            END-PERFORM.                                                00008180
                                                                        00008190
            MOVE SRT-TOTAL TO WRK-INT-TOTAL.                            00008200
            MOVE WRK-LINHA-INF-TOTAL TO REL-LINHA.                      00008210
            WRITE REL-LINHA.                                            00008220
      *----------------------------------------------------             00008230
       3200-99-FIM.                                EXIT.                00008240
      *----------------------------------------------------             00008250
      *****************************************************             00008260
      *         A C U M U L A R   S E T O R               *             00008270
      *****************************************************             00008280
      *----------------------------------------------------             00008290
       3300-ACUMULAR-SETOR                        SECTION.              00008300
      *----------------------------------------------------             00008310
            IF WRK-PRIMEIRO-GRUPO EQUAL 'S'                             00008320
               OR SRT-SETOR NOT EQUAL WRK-SETOR-ANTERIOR                00008330
               IF WRK-PRIMEIRO-GRUPO EQUAL 'N'                          00008340
                  PERFORM 3360-IMPRIMIR-SETOR                           00008350
               END-IF                                                   00008360
               MOVE 'N'       TO WRK-PRIMEIRO-GRUPO                     00008370
               MOVE SRT-SETOR TO WRK-SETOR-ANTERIOR                     00008380
               MOVE ZEROES    TO WRK-SET-QTDE                           00008390
               MOVE ZEROES    TO WRK-SET-TOTAL                          00008400
               MOVE ZEROES    TO WRK-SET-FALTAS                         00008410
            END-IF.                                                     00008420
                                                                        00008430
            ADD 1         TO WRK-SET-QTDE.                              00008440
            ADD SRT-TOTAL TO WRK-SET-TOTAL.                             00008450
            IF SRT-SITUACAO EQUAL 'A'                                   00008460
               PERFORM 3600-APURAR-FALTAS                               00008470
               ADD WRK-QTDE-FALTAS TO WRK-SET-FALTAS                    00008480
            END-IF.                                                     00008490
      *----------------------------------------------------             00008500
       3300-99-FIM.                                EXIT.                00008510
      *----------------------------------------------------             00008520
      *****************************************************             00008530
      *         F E C H A R   S E T O R E S               *             00008540
      *****************************************************             00008550
      *----------------------------------------------------             00008560
       3350-FECHAR-SETORES                        SECTION.              00008570
      *----------------------------------------------------             00008580
            IF WRK-PRIMEIRO-GRUPO EQUAL 'N'                             00008590
               PERFORM 3360-IMPRIMIR-SETOR                              00008600
            END-IF.                                                     00008610
                                                                        00008620
            MOVE 'TOTAL'        TO WRK-SED-SETOR.                       00008630
            MOVE WRK-GER-QTDE   TO WRK-SED-QTDE.                        00008640
            MOVE WRK-GER-TOTAL  TO WRK-SED-TOTAL.                       00008650
            MOVE WRK-GER-FALTAS TO WRK-SED-FALTAS.                      00008660
            MOVE WRK-LINHA-SET-DETALHE TO REL-LINHA.                    00008670
            WRITE REL-LINHA.                                            00008680
      *----------------------------------------------------             00008690
       3350-99-FIM.                                EXIT.                00008700
      *----------------------------------------------------             00008710
      *****************************************************             00008720
      *         I M P R I M I R   S E T O R               *             00008730
      *****************************************************             00008740
      *----------------------------------------------------             00008750
       3360-IMPRIMIR-SETOR                        SECTION.              00008760
      *----------------------------------------------------             00008770
            MOVE WRK-SETOR-ANTERIOR TO WRK-SED-SETOR.                   00008780
            MOVE WRK-SET-QTDE       TO WRK-SED-QTDE.                    00008790
            MOVE WRK-SET-TOTAL      TO WRK-SED-TOTAL.                   00008800
            MOVE WRK-SET-FALTAS     TO WRK-SED-FALTAS.                  00008810
            MOVE WRK-LINHA-SET-DETALHE TO REL-LINHA.                    00008820
            WRITE REL-LINHA.                                            00008830
                                                                        00008840
            ADD WRK-SET-QTDE   TO WRK-GER-QTDE.                         00008850
            ADD WRK-SET-TOTAL  TO WRK-GER-TOTAL.                        00008860
            ADD WRK-SET-FALTAS TO WRK-GER-FALTAS.                       00008870
      *----------------------------------------------------             00008880
       3360-99-FIM.                                EXIT.                00008890
      *----------------------------------------------------             00008900
      *****************************************************             00008910
      *        I M P R I M I R   F A L T A S              *             00008920
      *****************************************************             00008930
      *----------------------------------------------------             00008940
       3400-IMPRIMIR-FALTAS                       SECTION.              00008950
      *----------------------------------------------------             00008960
            PERFORM 3600-APURAR-FALTAS.                                 00008970
                                                                        00008980
            IF WRK-QTDE-FALTAS GREATER THAN ZEROES                      00008990
               ADD 1               TO WRK-QTDE-FUNC-FALTA               00009000
               ADD WRK-QTDE-FALTAS TO WRK-QTDE-MESES-FALTA              00009010
               MOVE SRT-CHAVE       TO WRK-FLD-CHAVE                    00009020
               MOVE SRT-NOME        TO WRK-FLD-NOME                     00009030
               MOVE SRT-SETOR       TO WRK-FLD-SETOR                    00009040
               MOVE WRK-FALTA-TEXTO TO WRK-FLD-MESES                    00009050
               MOVE WRK-LINHA-FLT-DETALHE TO REL-LINHA                  00009060
               WRITE REL-LINHA                                          00009070
            END-IF.                                                     00009080
      *----------------------------------------------------             00009090
       3400-99-FIM.                                EXIT.                00009100
      *----------------------------------------------------             00009110
      *****************************************************             00009120
      *        I M P R I M I R   R E S U M O              *             00009130
      *****************************************************             00009140
      *----------------------------------------------------             00009150
       3500-IMPRIMIR-RESUMO                       SECTION.              00009160
      *----------------------------------------------------             00009170
            MOVE SPACES TO REL-LINHA.                                   00009180
            WRITE REL-LINHA.                                            00009190
                                                                        00009200
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00009210
            MOVE 'FUNCIONARIOS LIDOS NO FUNC' TO WRK-RES-TEXTO.         00009220
            MOVE WRK-QTDE-LIDOS-FUNC TO WRK-RES-QTDE.                   00009230
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00009240
            WRITE REL-LINHA.                                            00009250
                                                                        00009260
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00009270
            MOVE 'PAGAMENTOS DO ANO LIDOS NO PAGTO' TO WRK-RES-TEXTO.   00009280
            MOVE WRK-QTDE-LIDOS-PAGTO TO WRK-RES-QTDE.                  00009290
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00009300
            WRITE REL-LINHA.                                            00009310
                                                                        00009320
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00009330
            MOVE 'INFORMES EMITIDOS' TO WRK-RES-TEXTO.                  00009340
            MOVE WRK-QTDE-INFORMES TO WRK-RES-QTDE.                     00009350
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00009360
            WRITE REL-LINHA.                                            00009370
                                                                        00009380
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00009390
            MOVE 'CHAVES PAGAS SEM CADASTRO NO FUNC' TO WRK-RES-TEXTO.  00009400
            MOVE WRK-QTDE-NAO-CAD TO WRK-RES-QTDE.                      00009410
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00009420
            WRITE REL-LINHA.                                            00009430
                                                                        00009440
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00009450
            MOVE 'ATIVOS COM MES SEM PAGAMENTO' TO WRK-RES-TEXTO.       00009460
            MOVE WRK-QTDE-FUNC-FALTA TO WRK-RES-QTDE.                   00009470
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00009480
            WRITE REL-LINHA.                                            00009490
                                                                        00009500
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00009510
            MOVE 'MESES SEM PAGAMENTO (TOTAL)' TO WRK-RES-TEXTO.        00009520
            MOVE WRK-QTDE-MESES-FALTA TO WRK-RES-QTDE.                  00009530
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00009540
            WRITE REL-LINHA.                                            00009550
      *----------------------------------------------------             00009560
       3500-99-FIM.                                EXIT.                00009570
      *----------------------------------------------------             00009580
      *****************************************************             00009590
      *          A P U R A R   F A L T A S                *             00009600
      *****************************************************             00009610
      *----------------------------------------------------             00009620
       3600-APURAR-FALTAS                         SECTION.              00009630
      *----------------------------------------------------             00009640
      *        FALTA = MES DEVIDO, SEM PAGAMENTO DO FUNCIONARIO,        00009650
      *        NUM MES QUE JA TEM CARGA NO PAGTO.                       00009660
            MOVE SPACES TO WRK-FALTA-TEXTO.                             00009670
            MOVE ZEROES TO WRK-QTDE-FALTAS.                             00009680
            MOVE 1      TO WRK-POS.                                     00009690
            PERFORM VARYING WRK-MES FROM 1 BY 1 UNTIL WRK-MES > 12      00009700
               IF SRT-DEVIDO (WRK-MES) EQUAL 'S'                        00009710
                  AND SRT-PAGO (WRK-MES) EQUAL 'N'                      00009720
                  AND WRK-CARGA-MES (WRK-MES) GREATER THAN ZEROES       00009730
                  ADD 1 TO WRK-QTDE-FALTAS                              00009740
                  MOVE WRK-MES TO WRK-FALTA-TEXTO (WRK-POS:2)           00009750
                  ADD 3 TO WRK-POS                                      00009760
               END-IF                                                   00009770
            END-PERFORM.                                                00009780
      *----------------------------------------------------             00009790
       3600-99-FIM.                                EXIT.                00009800
      *----------------------------------------------------             00009810
      *****************************************************             00009820
      *               F I N A L I Z A R                   *             00009830
      *****************************************************             00009840
      *----------------------------------------------------             00009850
       9000-FINALIZAR                             SECTION.              00009860
      *----------------------------------------------------             00009870
            CLOSE FUNC-FILE.                                            00009880
            CLOSE PAGTO-FILE.                                           00009890
            CLOSE RELATORIO.                                            00009900
                                                                        00009910
            PERFORM 8100-GRAVAR-RUNLOG-FIM.                             00009920
      *----------------------------------------------------             00009930
       9000-99-FIM.                                EXIT.                00009940
      *----------------------------------------------------             00009950
      *****************************************************             00009960
      *   G R A V A R   R U N L O G   -   I N I C I O     *             00009970
      *****************************************************             00009980
      *----------------------------------------------------             00009990
       8000-GRAVAR-RUNLOG-INICIO                  SECTION.              00010000
      *----------------------------------------------------             00010010
            MOVE 'F16CIRT' TO RLG-PROGRAMA.                             00010020
            MOVE 'I'       TO RLG-EVENTO.                               00010030
            MOVE ZEROES    TO RLG-LIDOS.                                00010040
            MOVE ZEROES    TO RLG-GRAVADOS.                             00010050
            MOVE ZEROES    TO RLG-REJEITADOS.                           00010060
            MOVE ZEROES    TO RLG-RETCODE.                              00010070
            PERFORM 8200-GRAVAR-RUNLOG.                                 00010080
      *----------------------------------------------------             00010090
       8000-99-FIM.                                EXIT.                00010100
      *----------------------------------------------------             00010110
      *****************************************************             00010120
      *   G R A V A R   R U N L O G   -   F I M           *             00010130
      *****************************************************             00010140
      *----------------------------------------------------             00010150
       8100-GRAVAR-RUNLOG-FIM                     SECTION.              00010160
      *----------------------------------------------------             00010170
            MOVE 'F16CIRT' TO RLG-PROGRAMA.                             00010180
            MOVE 'F'       TO RLG-EVENTO.                               00010190
            COMPUTE RLG-LIDOS = WRK-QTDE-LIDOS-FUNC                     00010200
                              + WRK-QTDE-LIDOS-PAGTO.                   00010210
            MOVE WRK-QTDE-INFORMES TO RLG-GRAVADOS.                     00010220
            MOVE WRK-QTDE-FUNC-FALTA TO RLG-REJEITADOS.                 00010230
            MOVE RETURN-CODE TO RLG-RETCODE.                            00010240
            PERFORM 8200-GRAVAR-RUNLOG.                                 00010250
      *----------------------------------------------------             00010260
       8100-99-FIM.                                EXIT.                00010270
      *----------------------------------------------------             00010280
      *****************************************************             00010290
      *   G R A V A R   R U N L O G                       *             00010300
      *****************************************************             00010310
      *----------------------------------------------------             00010320
       8200-GRAVAR-RUNLOG                         SECTION.              00010330
      *----------------------------------------------------             00010340
      *        ABRE EM EXTEND, GRAVA E FECHA A CADA EVENTO,             00010350
      *        PARA O REGISTRO DE INICIO JA ESTAR NO ARQUIVO            00010360
      *        MESMO QUE O PROGRAMA CAIA NO MEIO.                       00010370
            MOVE FUNCTION CURRENT-DATE (1:14)                           00010380
                 TO WRK-RLOG-TIMESTAMP.                                 00010390
            MOVE WRK-RLG-HH TO WRK-RLH-HH.                              00010400
            MOVE WRK-RLG-MM TO WRK-RLH-MM.                              00010410
            MOVE WRK-RLG-SS TO WRK-RLH-SS.                              00010420
            MOVE WRK-RLG-DIA   TO RLG-DATA.                             00010430
            MOVE WRK-RLOG-HORA TO RLG-HORA.                             00010440
                                                                        00010450
            OPEN EXTEND RUNLOG.                                         00010460
            IF WRK-RLOG-STATUS NOT EQUAL '00'                           00010470
               DISPLAY 'F16CIRT - ERRO AO ABRIR RUNLOG FILE STATUS '    00010480
                  WRK-RLOG-STATUS                                       00010490
               MOVE 16 TO RETURN-CODE                                   00010500
            ELSE                                                        00010510
               WRITE RLG-REGISTRO                                       00010520
               IF WRK-RLOG-STATUS NOT EQUAL '00'                        00010530
                  DISPLAY 'F16CIRT - ERRO AO GRAVAR RUNLOG '            00010540
                     'FILE STATUS ' WRK-RLOG-STATUS                     00010550
                  MOVE 16 TO RETURN-CODE                                00010560
               END-IF                                                   00010570
               CLOSE RUNLOG                                             00010580
            END-IF.                                                     00010590
      *----------------------------------------------------             00010600
       8200-99-FIM.                                EXIT.                00010610
      *----------------------------------------------------             00010620
