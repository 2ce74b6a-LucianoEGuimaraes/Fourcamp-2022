      *====================================================             00000010
       IDENTIFICATION                            DIVISION.              00000020
      *====================================================             00000030
       PROGRAM-ID. F16CIRM.                                             00000040
                                                                        00000050
      *====================================================*            00000060
      *   AUTOR....:LUCIANO GUIMARAES                      *            00000070
      *   ANALISTA.:IVAN SANCHES                           *            00000080
      *   DATA ....:15/10/2026                             *            00000090
      *----------------------------------------------------*            00000100
      *   OBJETIVO:CONFERENCIA NOTURNA DE CONSISTENCIA     *            00000110
      *            ENTRE OS ARQUIVOS DA BASE: O FUNC TEM   *            00000120
      *            QUE BATER COM O ULTIMO REGISTRO DO      *            00000130
      *            HISTSAL E DO HISTSET DE CADA            *            00000140
      *            FUNCIONARIO, TODO HISTORICO TEM QUE     *            00000150
      *            TER O FUNCIONARIO NO FUNC E O PROXIMO   *            00000160
      *            ID DO CONTROLE TEM QUE ESTAR ACIMA DA   *            00000170
      *            MAIOR CHAVE DO FUNC. AS CRITICAS DE     *            00000180
      *            CAMPO DO FUNC E DO SETOR DO FUNC        *            00000190
      *            CONTRA O CADASTRO SETOR FICAM NO        *            00000200
      *            F16CIR8.                                *            00000210
      *            COM QUALQUER INCONSISTENCIA O PROGRAMA  *            00000220
      *            TERMINA COM RC 8 (RC 16 PARA ERRO DE    *            00000230
      *            ARQUIVO) E O REGISTRO DE FIM NO RUNLOG  *            00000240
      *            LEVA ESSE RC: O EXTRATO DA FOLHA        *            00000250
      *            (F16CIR2) E O CONTABIL (F16CIRE) SO     *            00000260
      *            RODAM DEPOIS DE UM FIM LIMPO DESTE      *            00000270
      *            PROGRAMA.                               *            00000280
      *----------------------------------------------------*            00000290
      *   TIPOS DE INCONSISTENCIA:                         *            00000300
      *   01 SALARIO DO FUNC DIFERENTE DO ULTIMO HISTSAL   *            00000310
      *   02 SETOR DO FUNC DIFERENTE DO ULTIMO HISTSET     *            00000320
      *   03 HISTSAL DE FUNCIONARIO INEXISTENTE NO FUNC    *            00000330
      *   04 HISTSET DE FUNCIONARIO INEXISTENTE NO FUNC    *            00000340
      *   05 PROXIMO ID DO CONTROLE NAO SUPERIOR A MAIOR   *            00000350
      *      CHAVE DO FUNC (OU REGISTRO '1' AUSENTE)       *            00000360
      *   FUNCIONARIO SEM NENHUM HISTORICO NAO E CRITICADO *            00000370
      *   (INCLUSAO SEM ALTERACAO POSTERIOR).              *            00000380
      *----------------------------------------------------*            00000390
      *   BASE DE DADOS:                                   *            00000400
      *   TABELA.VSAM                                      *            00000410
      *    ------              I/O        INCLUDE/BOOK     *            00000420
      *   FUNC       CADASTRO FUNCIONARIOS   I  F16CID1    *            00000430
      *   HISTSAL    HISTORICO DE SALARIOS   I  F16CID5    *            00000440
      *   HISTSET    HISTORICO DE SETORES    I  F16CID6    *            00000450
      *   CONTROLE   CONTROLE DE NUMERACAO   I  F16CID7    *            00000460
      *====================================================*            00000470
      *====================================================             00000480
       ENVIRONMENT                               DIVISION.              00000490
      *====================================================             00000500
       CONFIGURATION                              SECTION.              00000510
                                                                        00000520
       SPECIAL-NAMES.                                                   00000530
           DECIMAL-POINT IS COMMA.                                      00000540
                                                                        00000550
       INPUT-OUTPUT                               SECTION.              00000560
       FILE-CONTROL.                                                    00000570
           SELECT FUNC-FILE ASSIGN TO FUNC                              00000580
               ORGANIZATION IS INDEXED                                  00000590
               ACCESS MODE IS DYNAMIC                                   00000600
               RECORD KEY IS WRK-CHAVE                                  00000610
               FILE STATUS IS WRK-FUNC-STATUS.                          00000620
                                                                        00000630
           SELECT HIST-FILE ASSIGN TO HISTSAL                           00000640
               ORGANIZATION IS INDEXED                                  00000650
               ACCESS MODE IS SEQUENTIAL                                00000660
               RECORD KEY IS HIS-CHAVE-REG                              00000670
               FILE STATUS IS WRK-HIST-STATUS.                          00000680
                                                                        00000690
           SELECT HSET-FILE ASSIGN TO HISTSET                           00000700
               ORGANIZATION IS INDEXED                                  00000710
               ACCESS MODE IS SEQUENTIAL                                00000720
               RECORD KEY IS HSE-CHAVE-REG                              00000730
               FILE STATUS IS WRK-HSET-STATUS.                          00000740
                                                                        00000750
           SELECT CTL-FILE ASSIGN TO CONTROLE                           00000760
               ORGANIZATION IS INDEXED                                  00000770
               ACCESS MODE IS RANDOM                                    00000780
               RECORD KEY IS CTL-REG-ID                                 00000790
               FILE STATUS IS WRK-CTL-STATUS.                           00000800
                                                                        00000810
           SELECT SORT-FILE ASSIGN TO SORTWK1.                          00000820
                                                                        00000830
           SELECT RELATORIO ASSIGN TO RELAT                             00000840
               ORGANIZATION IS SEQUENTIAL.                              00000850
                                                                        00000860
           SELECT RUNLOG ASSIGN TO RUNLOG                               00000870
               ORGANIZATION IS SEQUENTIAL                               00000880
               FILE STATUS IS WRK-RLOG-STATUS.                          00000890
                                                                        00000900
      *====================================================             00000910
       DATA                                      DIVISION.              00000920
      *====================================================             00000930
       FILE                                      SECTION.               00000940
      *----------------------------------------------------             00000950
       FD  FUNC-FILE                                                    00000960
           RECORDING MODE IS F.                                         00000970
                                                                        00000980
           COPY F16CID1.                                                00000990
                                                                        00001000
       FD  HIST-FILE                                                    00001010
           RECORDING MODE IS F.                                         00001020
                                                                        00001030
           COPY F16CID5.                                                00001040
                                                                        00001050
       FD  HSET-FILE                                                    00001060
           RECORDING MODE IS F.                                         00001070
                                                                        00001080
           COPY F16CID6.                                                00001090
                                                                        00001100
       FD  CTL-FILE                                                     00001110
           RECORDING MODE IS F.                                         00001120
                                                                        00001130
           COPY F16CID7.                                                00001140
                                                                        00001150
       SD  SORT-FILE.                                                   00001160
       01 SRT-REC.                                                      00001170
          05 SRT-ERRO          PIC X(02).                               00001180
          05 SRT-CHAVE         PIC X(05).                               00001190
          05 SRT-NOME          PIC X(30).                               00001200
          05 SRT-SITUACAO      PIC X(01).                               00001210
          05 SRT-INFO          PIC X(50).                               00001220
                                                                        00001230
       FD  RELATORIO                                                    00001240
           RECORDING MODE IS F.                                         00001250
       01 REL-LINHA            PIC X(132).                              00001260
                                                                        00001270
       FD  RUNLOG                                                       00001280
           RECORDING MODE IS F.                                         00001290
                                                                        00001300
           COPY F16CID9.                                                00001310
                                                                        00001320
      *----------------------------------------------------             00001330
       WORKING-STORAGE                           SECTION.               00001340
      *----------------------------------------------------             00001350
       77 WRK-FUNC-STATUS      PIC X(02) VALUE '00'.                    00001360
       77 WRK-HIST-STATUS      PIC X(02) VALUE '00'.                    00001370
       77 WRK-HSET-STATUS      PIC X(02) VALUE '00'.                    00001380
       77 WRK-CTL-STATUS       PIC X(02) VALUE '00'.                    00001390
                                                                        00001400
       77 WRK-EOF-FUNC         PIC X(01) VALUE 'N'.                     00001410
          88 FIM-FUNC                    VALUE 'S'.                     00001420
       77 WRK-EOF-HIST         PIC X(01) VALUE 'N'.                     00001430
          88 FIM-HIST                    VALUE 'S'.                     00001440
       77 WRK-EOF-HSET         PIC X(01) VALUE 'N'.                     00001450
          88 FIM-HSET                    VALUE 'S'.                     00001460
       77 WRK-EOF-SORT         PIC X(01) VALUE 'N'.                     00001470
          88 FIM-SORT                    VALUE 'S'.                     00001480
                                                                        00001490
      *        ULTIMO REGISTRO LIDO DE CADA FUNCIONARIO NO              00001500
      *        HISTORICO: COMO A CHAVE E FUNCIONARIO + DATA +           00001510
      *        HORA, O ULTIMO ANTES DA QUEBRA E O MAIS RECENTE.         00001520
       77 WRK-ULT-CHAVE        PIC X(05) VALUE SPACES.                  00001530
       77 WRK-ULT-VALOR        PIC X(10) VALUE SPACES.                  00001540
       77 WRK-QTDE-HIST-FUNC   PIC 9(05) VALUE ZEROES.                  00001550
                                                                        00001560
       77 WRK-MAIOR-CHAVE      PIC 9(05) VALUE ZEROES.                  00001570
       77 WRK-ERRO-ANTERIOR    PIC X(02) VALUE SPACES.                  00001580
                                                                        00001590
       01 WRK-INFO-VALORES.                                             00001600
          05 WRK-INF-ROT-1     PIC X(09).                               00001610
          05 WRK-INF-VALOR-1   PIC X(10).                               00001620
          05 FILLER            PIC X(02) VALUE SPACES.                  00001630
          05 WRK-INF-ROT-2     PIC X(09).                               00001640
          05 WRK-INF-VALOR-2   PIC X(10).                               00001650
          05 FILLER            PIC X(10) VALUE SPACES.                  00001660
                                                                        00001670
       01 WRK-INFO-ORFAO.                                               00001680
          05 WRK-INF-QTDE      PIC ZZZZ9.                               00001690
          05 FILLER            PIC X(01) VALUE SPACES.                  00001700
          05 WRK-INF-TEXTO     PIC X(44).                               00001710
                                                                        00001720
       77 WRK-QTDE-LIDOS-FUNC  PIC 9(08) VALUE ZEROES.                  00001730
       77 WRK-QTDE-LIDOS-HIST  PIC 9(08) VALUE ZEROES.                  00001740
       77 WRK-QTDE-LIDOS-HSET  PIC 9(08) VALUE ZEROES.                  00001750
       77 WRK-QTDE-GRUPO       PIC 9(05) VALUE ZEROES.                  00001760
       77 WRK-QTDE-ERRO-01     PIC 9(05) VALUE ZEROES.                  00001770
       77 WRK-QTDE-ERRO-02     PIC 9(05) VALUE ZEROES.                  00001780
       77 WRK-QTDE-ERRO-03     PIC 9(05) VALUE ZEROES.                  00001790
       77 WRK-QTDE-ERRO-04     PIC 9(05) VALUE ZEROES.                  00001800
       77 WRK-QTDE-ERRO-05     PIC 9(05) VALUE ZEROES.                  00001810
       77 WRK-QTDE-ERROS       PIC 9(08) VALUE ZEROES.                  00001820
                                                                        00001830
       01 WRK-LINHA-TITULO.                                             00001840
          05 FILLER            PIC X(03) VALUE SPACES.                  00001850
          05 FILLER            PIC X(50) VALUE                          00001860
             'CONSISTENCIA ENTRE ARQUIVOS DA BASE FUNC'.                00001870
          05 FILLER            PIC X(79) VALUE SPACES.                  00001880
                                                                        00001890
       01 WRK-LINHA-GRUPO.                                              00001900
          05 FILLER            PIC X(03) VALUE SPACES.                  00001910
          05 FILLER            PIC X(05) VALUE 'TIPO '.                 00001920
          05 WRK-GRP-CODIGO        PIC X(02).                           00001930
          05 FILLER            PIC X(03) VALUE SPACES.                  00001940
          05 WRK-GRP-TEXTO         PIC X(50).                           00001950
          05 FILLER            PIC X(69) VALUE SPACES.                  00001960
                                                                        00001970
       01 WRK-LINHA-COLUNAS.                                            00001980
          05 FILLER            PIC X(03) VALUE SPACES.                  00001990
          05 FILLER            PIC X(05) VALUE 'ID'.                    00002000
          05 FILLER            PIC X(03) VALUE SPACES.                  00002010
          05 FILLER            PIC X(30) VALUE 'NOME'.                  00002020
          05 FILLER            PIC X(03) VALUE SPACES.                  00002030
          05 FILLER            PIC X(03) VALUE 'SIT'.                   00002040
          05 FILLER            PIC X(03) VALUE SPACES.                  00002050
          05 FILLER            PIC X(50) VALUE 'DIVERGENCIA'.           00002060
          05 FILLER            PIC X(32) VALUE SPACES.                  00002070
                                                                        00002080
       01 WRK-LINHA-DETALHE.                                            00002090
          05 FILLER            PIC X(03) VALUE SPACES.                  00002100
          05 WRK-DET-CHAVE         PIC X(05).                           00002110
          05 FILLER            PIC X(03) VALUE SPACES.                  00002120
          05 WRK-DET-NOME          PIC X(30).                           00002130
          05 FILLER            PIC X(03) VALUE SPACES.                  00002140
          05 FILLER            PIC X(01) VALUE SPACES.                  00002150
          05 WRK-DET-SITUACAO      PIC X(01).                           00002160
          05 FILLER            PIC X(01) VALUE SPACES.                  00002170
          05 FILLER            PIC X(03) VALUE SPACES.                  00002180
          05 WRK-DET-INFO          PIC X(50).                           00002190
          05 FILLER            PIC X(32) VALUE SPACES.                  00002200
                                                                        00002210
       01 WRK-LINHA-SUBTOTAL.                                           00002220
          05 FILLER            PIC X(03) VALUE SPACES.                  00002230
          05 FILLER            PIC X(24) VALUE                          00002240
             'TOTAL DO TIPO           '.                                00002250
          05 WRK-SUB-QTDE          PIC ZZZZ9.                           00002260
          05 FILLER            PIC X(100) VALUE SPACES.                 00002270
                                                                        00002280
       01 WRK-LINHA-RESUMO.                                             00002290
          05 FILLER            PIC X(03) VALUE SPACES.                  00002300
          05 WRK-RES-TEXTO         PIC X(40).                           00002310
          05 WRK-RES-QTDE          PIC ZZZZZZZ9.                        00002320
          05 FILLER            PIC X(81) VALUE SPACES.                  00002330
                                                                        00002340
      *        CAMPOS DO LOG DE EXECUCAO (RUNLOG), GRAVADO NO           00002350
      *        INICIO E NO FIM DO PROGRAMA.                             00002360
       77 WRK-RLOG-STATUS      PIC X(02) VALUE '00'.                    00002370
                                                                        00002380
       01 WRK-RLOG-TIMESTAMP.                                           00002390
          05 WRK-RLG-DIA       PIC X(08).                               00002400
          05 WRK-RLG-HH        PIC X(02).                               00002410
          05 WRK-RLG-MM        PIC X(02).                               00002420
          05 WRK-RLG-SS        PIC X(02).                               00002430
                                                                        00002440
       01 WRK-RLOG-HORA.                                                00002450
          05 WRK-RLH-HH        PIC X(02).                               00002460
          05 FILLER            PIC X(01) VALUE ':'.                     00002470
          05 WRK-RLH-MM        PIC X(02).                               00002480
          05 FILLER            PIC X(01) VALUE ':'.                     00002490
          05 WRK-RLH-SS        PIC X(02).                               00002500
                                                                        00002510
      *====================================================             00002520
       PROCEDURE                                 DIVISION.              00002530
      *====================================================             00002540
      *****************************************************             00002550
      *          R O T I N A   P R I N C I P A L          *             00002560
      *****************************************************             00002570
      *----------------------------------------------------             00002580
       0000-PRINCIPAL                             SECTION.              00002590
      *----------------------------------------------------             00002600
            PERFORM 8000-GRAVAR-RUNLOG-INICIO.                          00002610
                                                                        00002620
            PERFORM 1000-INICIALIZAR.                                   00002630
                                                                        00002640
            SORT SORT-FILE                                              00002650
               ON ASCENDING KEY SRT-ERRO SRT-CHAVE                      00002660
               INPUT PROCEDURE IS 1100-CONFERIR                         00002670
               OUTPUT PROCEDURE IS 2000-IMPRIMIR.                       00002680
                                                                        00002690
            PERFORM 9000-FINALIZAR.                                     00002700
                                                                        00002710
            STOP RUN.                                                   00002720
      *----------------------------------------------------             00002730
       0000-99-FIM.                                EXIT.                00002740
      *----------------------------------------------------             00002750
      *****************************************************             00002760
      *             I N I C I A L I Z A R                 *             00002770
      *****************************************************             00002780
      *----------------------------------------------------             00002790
       1000-INICIALIZAR                           SECTION.              00002800
      *----------------------------------------------------             00002810
            OPEN INPUT FUNC-FILE.                                       00002820
            IF WRK-FUNC-STATUS NOT EQUAL '00'                           00002830
               DISPLAY 'F16CIRM - ERRO AO ABRIR FUNC FILE STATUS '      00002840
                  WRK-FUNC-STATUS                                       00002850
               MOVE 16 TO RETURN-CODE                                   00002860
               PERFORM 8100-GRAVAR-RUNLOG-FIM                           00002870
               STOP RUN                                                 00002880
            END-IF.                                                     00002890
                                                                        00002900
            OPEN INPUT CTL-FILE.                                        00002910
            IF WRK-CTL-STATUS NOT EQUAL '00'                            00002920
               DISPLAY 'F16CIRM - ERRO AO ABRIR CONTROLE FILE STATUS '  00002930
                  WRK-CTL-STATUS                                        00002940
               MOVE 16 TO RETURN-CODE                                   00002950
               PERFORM 8100-GRAVAR-RUNLOG-FIM                           00002960
               STOP RUN                                                 00002970
            END-IF.                                                     00002980
                                                                        00002990
            OPEN OUTPUT RELATORIO.                                      00003000
            MOVE SPACES TO REL-LINHA.                                   00003010
            MOVE WRK-LINHA-TITULO TO REL-LINHA.                         00003020
            WRITE REL-LINHA.                                            00003030
      *----------------------------------------------------             00003040
       1000-99-FIM.                                EXIT.                00003050
      *----------------------------------------------------             00003060
      *****************************************************             00003070
      *             C O N F E R I R                       *             00003080
      *****************************************************             00003090
      *----------------------------------------------------             00003100
       1100-CONFERIR                              SECTION.              00003110
      *----------------------------------------------------             00003120
            PERFORM 1200-VARRER-HISTSAL.                                00003130
                                                                        00003140
            PERFORM 1400-VARRER-HISTSET.                                00003150
                                                                        00003160
            PERFORM 1600-CONFERIR-CONTROLE.                             00003170
      *----------------------------------------------------             00003180
       1100-99-FIM.                                EXIT.                00003190
      *----------------------------------------------------             00003200
      *****************************************************             00003210
      *     V A R R E R   H I S T S A L                   *             00003220
      *****************************************************             00003230
      *----------------------------------------------------             00003240
       1200-VARRER-HISTSAL                        SECTION.              00003250
      *----------------------------------------------------             00003260
            OPEN INPUT HIST-FILE.                                       00003270
            IF WRK-HIST-STATUS NOT EQUAL '00'                           00003280
               DISPLAY 'F16CIRM - ERRO AO ABRIR HISTSAL FILE STATUS '   00003290
                  WRK-HIST-STATUS                                       00003300
               MOVE 16 TO RETURN-CODE                                   00003310
               MOVE 'S' TO WRK-EOF-HIST                                 00003320
            END-IF.                                                     00003330
                                                                        00003340
            MOVE SPACES TO WRK-ULT-CHAVE.                               00003350
            MOVE ZEROES TO WRK-QTDE-HIST-FUNC.                          00003360
                                                                        00003370
            PERFORM UNTIL FIM-HIST                                      00003380
               READ HIST-FILE                                           00003390
                  AT END                                                00003400
                     MOVE 'S' TO WRK-EOF-HIST                           00003410
                  NOT AT END                                            00003420
                     IF WRK-HIST-STATUS NOT EQUAL '00'                  00003430
                        DISPLAY 'F16CIRM - ERRO DE LEITURA EM HISTSAL ' 00003440
                           'FILE STATUS ' WRK-HIST-STATUS               00003450
                        MOVE 'S' TO WRK-EOF-HIST                        00003460
                        MOVE 16 TO RETURN-CODE                          00003470
                     ELSE                                               00003480
                        ADD 1 TO WRK-QTDE-LIDOS-HIST                    00003490
                        IF HIS-CHAVE NOT EQUAL WRK-ULT-CHAVE            00003500
                           AND WRK-ULT-CHAVE NOT EQUAL SPACES           00003510
                           PERFORM 1250-CONFERIR-SALARIO                00003520
                           MOVE ZEROES TO WRK-QTDE-HIST-FUNC            00003530
                        END-IF                                          00003540
                        MOVE HIS-CHAVE        TO WRK-ULT-CHAVE          00003550
                        MOVE HIS-SALARIO-NOVO TO WRK-ULT-VALOR          00003560
                        ADD 1 TO WRK-QTDE-HIST-FUNC                     00003570
                     END-IF                                             00003580
               END-READ                                                 00003590
            END-PERFORM.                                                00003600
                                                                        00003610
            IF WRK-ULT-CHAVE NOT EQUAL SPACES                           00003620
               PERFORM 1250-CONFERIR-SALARIO                            00003630
            END-IF.                                                     00003640
                                                                        00003650
            CLOSE HIST-FILE.                                            00003660
      *----------------------------------------------------             00003670
       1200-99-FIM.                                EXIT.                00003680
      *----------------------------------------------------             00003690
      *****************************************************             00003700
      *   C O N F E R I R   S A L A R I O                 *             00003710
      *****************************************************             00003720
      *----------------------------------------------------             00003730
       1250-CONFERIR-SALARIO                      SECTION.              00003740
      *----------------------------------------------------             00003750
            PERFORM 1800-LER-FUNC.                                      00003760
                                                                        00003770
            EVALUATE WRK-FUNC-STATUS                                    00003780
            WHEN '00'                                                   00003790
               IF WRK-SALARIO NOT EQUAL WRK-ULT-VALOR                   00003800
                  MOVE '01'          TO SRT-ERRO                        00003810
                  MOVE 'HISTSAL: '   TO WRK-INF-ROT-1                   00003820
                  MOVE WRK-ULT-VALOR TO WRK-INF-VALOR-1                 00003830
                  MOVE 'FUNC...: '   TO WRK-INF-ROT-2                   00003840
                  MOVE WRK-SALARIO   TO WRK-INF-VALOR-2                 00003850
                  MOVE WRK-INFO-VALORES TO SRT-INFO                     00003860
                  PERFORM 1900-LIBERAR-ERRO                             00003870
               END-IF                                                   00003880
            WHEN '23'                                                   00003890
               MOVE '03' TO SRT-ERRO                                    00003900
               MOVE WRK-QTDE-HIST-FUNC TO WRK-INF-QTDE                  00003910
               MOVE 'REGISTRO(S) NO HISTSAL' TO WRK-INF-TEXTO           00003920
               MOVE WRK-INFO-ORFAO TO SRT-INFO                          00003930
               PERFORM 1900-LIBERAR-ERRO                                00003940
            WHEN OTHER                                                  00003950
               CONTINUE                                                 00003960
            END-EVALUATE.                                               00003970
      *----------------------------------------------------             00003980
       1250-99-FIM.                                EXIT.                00003990
      *----------------------------------------------------             00004000
      *****************************************************             00004010
      *     V A R R E R   H I S T S E T                   *             00004020
      *****************************************************             00004030
      *----------------------------------------------------             00004040
       1400-VARRER-HISTSET                        SECTION.              00004050
      *----------------------------------------------------             00004060
            OPEN INPUT HSET-FILE.                                       00004070
            IF WRK-HSET-STATUS NOT EQUAL '00'                           00004080
               DISPLAY 'F16CIRM - ERRO AO ABRIR HISTSET FILE STATUS '   00004090
                  WRK-HSET-STATUS                                       00004100
               MOVE 16 TO RETURN-CODE                                   00004110
               MOVE 'S' TO WRK-EOF-HSET                                 00004120
            END-IF.                                                     00004130
                                                                        00004140
            MOVE SPACES TO WRK-ULT-CHAVE.                               00004150
            MOVE ZEROES TO WRK-QTDE-HIST-FUNC.                          00004160
                                                                        00004170
            PERFORM UNTIL FIM-HSET                                      00004180
               READ HSET-FILE                                           00004190
                  AT END                                                00004200
                     MOVE 'S' TO WRK-EOF-HSET                           00004210
                  NOT AT END                                            00004220
                     IF WRK-HSET-STATUS NOT EQUAL '00'                  00004230
                        DISPLAY 'F16CIRM - ERRO DE LEITURA EM HISTSET ' 00004240
                           'FILE STATUS ' WRK-HSET-STATUS               00004250
                        MOVE 'S' TO WRK-EOF-HSET                        00004260
                        MOVE 16 TO RETURN-CODE                          00004270
                     ELSE                                               00004280
                        ADD 1 TO WRK-QTDE-LIDOS-HSET                    00004290
                        IF HSE-CHAVE NOT EQUAL WRK-ULT-CHAVE            00004300
                           AND WRK-ULT-CHAVE NOT EQUAL SPACES           00004310
                           PERFORM 1450-CONFERIR-SETOR                  00004320
                           MOVE ZEROES TO WRK-QTDE-HIST-FUNC            00004330
                        END-IF                                          00004340
                        MOVE HSE-CHAVE       TO WRK-ULT-CHAVE           00004350
                        MOVE HSE-SETOR-NOVO  TO WRK-ULT-VALOR           00004360
                        ADD 1 TO WRK-QTDE-HIST-FUNC                     00004370
                     END-IF                                             00004380
               END-READ                                                 00004390
            END-PERFORM.                                                00004400
                                                                        00004410
            IF WRK-ULT-CHAVE NOT EQUAL SPACES                           00004420
               PERFORM 1450-CONFERIR-SETOR                              00004430
            END-IF.                                                     00004440
                                                                        00004450
            CLOSE HSET-FILE.                                            00004460
      *----------------------------------------------------             00004470
       1400-99-FIM.                                EXIT.                00004480
      *----------------------------------------------------             00004490
      *****************************************************             00004500
      *   C O N F E R I R   S E T O R                     *             00004510
      *****************************************************             00004520
      *----------------------------------------------------             00004530
       1450-CONFERIR-SETOR                        SECTION.              00004540
      *----------------------------------------------------             00004550
            PERFORM 1800-LER-FUNC.                                      00004560
                                                                        00004570
            EVALUATE WRK-FUNC-STATUS                                    00004580
            WHEN '00'                                                   00004590
               IF WRK-SETOR NOT EQUAL WRK-ULT-VALOR (1:4)               00004600
                  MOVE '02'          TO SRT-ERRO                        00004610
                  MOVE 'HISTSET: '   TO WRK-INF-ROT-1                   00004620
                  MOVE WRK-ULT-VALOR TO WRK-INF-VALOR-1                 00004630
                  MOVE 'FUNC...: '   TO WRK-INF-ROT-2                   00004640
                  MOVE WRK-SETOR     TO WRK-INF-VALOR-2                 00004650
                  MOVE WRK-INFO-VALORES TO SRT-INFO                     00004660
                  PERFORM 1900-LIBERAR-ERRO                             00004670
               END-IF                                                   00004680
            WHEN '23'                                                   00004690
               MOVE '04' TO SRT-ERRO                                    00004700
               MOVE WRK-QTDE-HIST-FUNC TO WRK-INF-QTDE                  00004710
               MOVE 'REGISTRO(S) NO HISTSET' TO WRK-INF-TEXTO           00004720
               MOVE WRK-INFO-ORFAO TO SRT-INFO                          00004730
               PERFORM 1900-LIBERAR-ERRO                                00004740
            WHEN OTHER                                                  00004750
               CONTINUE                                                 00004760
            END-EVALUATE.                                               00004770
      *----------------------------------------------------             00004780
       1450-99-FIM.                                EXIT.                00004790
      *----------------------------------------------------             00004800
      *****************************************************             00004810
      *   C O N F E R I R   C O N T R O L E               *             00004820
      *****************************************************             00004830
      *----------------------------------------------------             00004840
       1600-CONFERIR-CONTROLE                     SECTION.              00004850
      *----------------------------------------------------             00004860
      *        VARRE O FUNC ATRAS DA MAIOR CHAVE NUMERICA (AS           00004870
      *        CHAVES SAO ATRIBUIDAS PELO CONTROLE, ENTAO SO AS         00004880
      *        NUMERICAS CONCORREM COM O CTL-PROX-ID).                  00004890
            MOVE ZEROES TO WRK-MAIOR-CHAVE.                             00004900
            MOVE LOW-VALUES TO WRK-CHAVE.                               00004910
            START FUNC-FILE KEY IS NOT LESS THAN WRK-CHAVE              00004920
               INVALID KEY                                              00004930
                  MOVE 'S' TO WRK-EOF-FUNC                              00004940
            END-START.                                                  00004950
                                                                        00004960
            PERFORM UNTIL FIM-FUNC                                      00004970
               READ FUNC-FILE NEXT RECORD                               00004980
                  AT END                                                00004990
                     MOVE 'S' TO WRK-EOF-FUNC                           00005000
                  NOT AT END                                            00005010
                     IF WRK-FUNC-STATUS NOT EQUAL '00'                  00005020
                        DISPLAY 'F16CIRM - ERRO DE LEITURA EM FUNC '    00005030
                           'FILE STATUS ' WRK-FUNC-STATUS               00005040
                        MOVE 'S' TO WRK-EOF-FUNC                        00005050
                        MOVE 16 TO RETURN-CODE                          00005060
                     ELSE                                               00005070
                        ADD 1 TO WRK-QTDE-LIDOS-FUNC                    00005080
                        IF WRK-CHAVE IS NUMERIC                         00005090
                           AND WRK-CHAVE > WRK-MAIOR-CHAVE              00005100
                           MOVE WRK-CHAVE TO WRK-MAIOR-CHAVE            00005110
                        END-IF                                          00005120
                     END-IF                                             00005130
               END-READ                                                 00005140
            END-PERFORM.                                                00005150
                                                                        00005160
            MOVE '1' TO CTL-REG-ID.                                     00005170
            READ CTL-FILE.                                              00005180
            MOVE '05'            TO SRT-ERRO.                           00005190
            MOVE WRK-MAIOR-CHAVE TO SRT-CHAVE.                          00005200
            MOVE SPACES          TO SRT-NOME.                           00005210
            MOVE SPACES          TO SRT-SITUACAO.                       00005220
            EVALUATE TRUE                                               00005230
            WHEN WRK-CTL-STATUS EQUAL '23'                              00005240
               MOVE 'REGISTRO 1 INEXISTENTE NO CONTROLE' TO SRT-INFO    00005250
               PERFORM 1950-LIBERAR                                     00005260
            WHEN WRK-CTL-STATUS NOT EQUAL '00'                          00005270
               DISPLAY 'F16CIRM - ERRO DE LEITURA EM CONTROLE '         00005280
                  'FILE STATUS ' WRK-CTL-STATUS                         00005290
               MOVE 16 TO RETURN-CODE                                   00005300
            WHEN CTL-PROX-ID IS NOT NUMERIC                             00005310
               OR CTL-PROX-ID NOT GREATER THAN WRK-MAIOR-CHAVE          00005320
               MOVE 'PROX-ID: '     TO WRK-INF-ROT-1                    00005330
               MOVE CTL-PROX-ID     TO WRK-INF-VALOR-1                  00005340
               MOVE 'MAIOR ID:'     TO WRK-INF-ROT-2                    00005350
               MOVE WRK-MAIOR-CHAVE TO WRK-INF-VALOR-2                  00005360
               MOVE WRK-INFO-VALORES TO SRT-INFO                        00005370
               PERFORM 1950-LIBERAR                                     00005380
            WHEN OTHER                                                  00005390
               CONTINUE                                                 00005400
            END-EVALUATE.                                               00005410
      *----------------------------------------------------             00005420
       1600-99-FIM.                                EXIT.                00005430
      *----------------------------------------------------             00005440
      *****************************************************             00005450
      *             L E R   F U N C                       *             00005460
      *****************************************************             00005470
      *----------------------------------------------------             00005480
       1800-LER-FUNC                              SECTION.              00005490
      *----------------------------------------------------             00005500
            MOVE WRK-ULT-CHAVE TO WRK-CHAVE.                            00005510
            READ FUNC-FILE.                                             00005520
            IF WRK-FUNC-STATUS NOT EQUAL '00'                           00005530
               AND WRK-FUNC-STATUS NOT EQUAL '23'                       00005540
               DISPLAY 'F16CIRM - ERRO DE LEITURA EM FUNC CHAVE '       00005550
                  WRK-ULT-CHAVE ' FILE STATUS ' WRK-FUNC-STATUS         00005560
               MOVE 16 TO RETURN-CODE                                   00005570
            END-IF.                                                     00005580
      *----------------------------------------------------             00005590
       1800-99-FIM.                                EXIT.                00005600
      *----------------------------------------------------             00005610
      *****************************************************             00005620
      *   L I B E R A R   E R R O   P A R A   S O R T     *             00005630
      *****************************************************             00005640
      *----------------------------------------------------             00005650
       1900-LIBERAR-ERRO                          SECTION.              00005660
      *----------------------------------------------------             00005670
            MOVE WRK-ULT-CHAVE TO SRT-CHAVE.                            00005680
            IF WRK-FUNC-STATUS EQUAL '00'                               00005690
               MOVE WRK-NOME     TO SRT-NOME                            00005700
               MOVE WRK-SITUACAO TO SRT-SITUACAO                        00005710
            ELSE                                                        00005720
               MOVE 'NAO CONSTA NO FUNC' TO SRT-NOME                    00005730
               MOVE SPACES               TO SRT-SITUACAO                00005740
            END-IF.                                                     00005750
                                                                        00005760
            PERFORM 1950-LIBERAR.                                       00005770
      *----------------------------------------------------             00005780
       1900-99-FIM.                                EXIT.                00005790
      *----------------------------------------------------             00005800
      *****************************************************             00005810
      *             L I B E R A R                         *             00005820
      *****************************************************             00005830
      *----------------------------------------------------             00005840
       1950-LIBERAR                               SECTION.              00005850
      *----------------------------------------------------             00005860
            ADD 1 TO WRK-QTDE-ERROS.                                    00005870
            RELEASE SRT-REC.                                            00005880
      *----------------------------------------------------             00005890
       1950-99-FIM.                                EXIT.                00005900
      *----------------------------------------------------             00005910
      *****************************************************             00005920
      *     I M P R I M I R   R E L A T O R I O           *             00005930
      *****************************************************             00005940
      *----------------------------------------------------             00005950
       2000-IMPRIMIR                              SECTION.              00005960
      *----------------------------------------------------             00005970
            RETURN SORT-FILE                                            00005980
               AT END                                                   00005990
                  MOVE 'S' TO WRK-EOF-SORT                              00006000
            END-RETURN.                                                 00006010
                                                                        00006020
            PERFORM UNTIL FIM-SORT                                      00006030
               IF SRT-ERRO NOT EQUAL WRK-ERRO-ANTERIOR                  00006040
                  IF WRK-ERRO-ANTERIOR NOT EQUAL SPACES                 00006050
                     PERFORM 2200-IMPRIMIR-SUBTOTAL                     00006060
                  END-IF                                                00006070
                  PERFORM 2100-CABECALHO-GRUPO                          00006080
               END-IF                                                   00006090
                                                                        00006100
               MOVE SRT-ERRO TO WRK-ERRO-ANTERIOR                       00006110
                                                                        00006120
               PERFORM 2500-IMPRIMIR-DETALHE                            00006130
                                                                        00006140
               RETURN SORT-FILE                                         00006150
                  AT END                                                00006160
                     MOVE 'S' TO WRK-EOF-SORT                           00006170
               END-RETURN                                               00006180
            END-PERFORM.                                                00006190
                                                                        00006200
            IF WRK-ERRO-ANTERIOR NOT EQUAL SPACES                       00006210
               PERFORM 2200-IMPRIMIR-SUBTOTAL                           00006220
            END-IF.                                                     00006230
                                                                        00006240
            PERFORM 2900-IMPRIMIR-RESUMO.                               00006250
      *----------------------------------------------------             00006260
       2000-99-FIM.                                EXIT.                00006270
      *----------------------------------------------------             00006280
      *****************************************************             00006290
      *   C A B E C A L H O   D O   G R U P O             *             00006300
      *****************************************************             00006310
      *----------------------------------------------------             00006320
       2100-CABECALHO-GRUPO                       SECTION.              00006330
      *----------------------------------------------------             00006340
            MOVE SPACES TO REL-LINHA.                                   00006350
            WRITE REL-LINHA.                                            00006360
                                                                        00006370
            MOVE SRT-ERRO TO WRK-GRP-CODIGO.                            00006380
            EVALUATE SRT-ERRO                                           00006390
            WHEN '01'                                                   00006400
               MOVE 'SALARIO DO FUNC DIFERENTE DO ULTIMO HISTSAL'       00006410
                  TO WRK-GRP-TEXTO                                      00006420
            WHEN '02'                                                   00006430
               MOVE 'SETOR DO FUNC DIFERENTE DO ULTIMO HISTSET'         00006440
                  TO WRK-GRP-TEXTO                                      00006450
            WHEN '03'                                                   00006460
               MOVE 'HISTSAL DE FUNCIONARIO INEXISTENTE NO FUNC'        00006470
                  TO WRK-GRP-TEXTO                                      00006480
            WHEN '04'                                                   00006490
               MOVE 'HISTSET DE FUNCIONARIO INEXISTENTE NO FUNC'        00006500
                  TO WRK-GRP-TEXTO                                      00006510
            WHEN OTHER                                                  00006520
               MOVE 'PROXIMO ID DO CONTROLE NAO SUPERIOR AO FUNC'       00006530
                  TO WRK-GRP-TEXTO                                      00006540
            END-EVALUATE.                                               00006550
                                                                        00006560
            MOVE WRK-LINHA-GRUPO TO REL-LINHA.                          00006570
            WRITE REL-LINHA.                                            00006580
                                                                        00006590
            MOVE WRK-LINHA-COLUNAS TO REL-LINHA.                        00006600
            WRITE REL-LINHA.                                            00006610
      *----------------------------------------------------             00006620
       2100-99-FIM.                                EXIT.                00006630
      *----------------------------------------------------             00006640
      *****************************************************             00006650
      *   I M P R I M I R   S U B T O T A L               *             00006660
      *****************************************************             00006670
      *----------------------------------------------------             00006680
       2200-IMPRIMIR-SUBTOTAL                     SECTION.              00006690
      *----------------------------------------------------             00006700
            MOVE WRK-QTDE-GRUPO TO WRK-SUB-QTDE.                        00006710
            MOVE WRK-LINHA-SUBTOTAL TO REL-LINHA.                       00006720
            WRITE REL-LINHA.                                            00006730
            MOVE ZEROES TO WRK-QTDE-GRUPO.                              00006740
      *----------------------------------------------------             00006750
       2200-99-FIM.                                EXIT.                00006760
      *----------------------------------------------------             00006770
      *****************************************************             00006780
      *   I M P R I M I R   D E T A L H E                 *             00006790
      *****************************************************             00006800
      *----------------------------------------------------             00006810
       2500-IMPRIMIR-DETALHE                      SECTION.              00006820
      *----------------------------------------------------             00006830
            ADD 1 TO WRK-QTDE-GRUPO.                                    00006840
            EVALUATE SRT-ERRO                                           00006850
            WHEN '01'                                                   00006860
               ADD 1 TO WRK-QTDE-ERRO-01                                00006870
            WHEN '02'                                                   00006880
               ADD 1 TO WRK-QTDE-ERRO-02                                00006890
            WHEN '03'                                                   00006900
               ADD 1 TO WRK-QTDE-ERRO-03                                00006910
            WHEN '04'                                                   00006920
               ADD 1 TO WRK-QTDE-ERRO-04                                00006930
            WHEN OTHER                                                  00006940
               ADD 1 TO WRK-QTDE-ERRO-05                                00006950
            END-EVALUATE.                                               00006960
                                                                        00006970
            MOVE SPACES        TO WRK-LINHA-DETALHE.                    00006980
            MOVE SRT-CHAVE     TO WRK-DET-CHAVE.                        00006990
            MOVE SRT-NOME      TO WRK-DET-NOME.                         00007000
            MOVE SRT-SITUACAO  TO WRK-DET-SITUACAO.                     00007010
            MOVE SRT-INFO      TO WRK-DET-INFO.                         00007020
                                                                        00007030
            MOVE WRK-LINHA-DETALHE TO REL-LINHA.                        00007040
            WRITE REL-LINHA.                                            00007050
      *----------------------------------------------------             00007060
       2500-99-FIM.                                EXIT.                00007070
      *----------------------------------------------------             00007080
      *****************************************************             00007090
      *       I M P R I M I R   R E S U M O               *             00007100
      *****************************************************             00007110
      *----------------------------------------------------             00007120
       2900-IMPRIMIR-RESUMO                       SECTION.              00007130
      *----------------------------------------------------             00007140
            MOVE SPACES TO REL-LINHA.                                   00007150
            WRITE REL-LINHA.                                            00007160
                                                                        00007170
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00007180
            MOVE 'REGISTROS LIDOS NO FUNC' TO WRK-RES-TEXTO.            00007190
            MOVE WRK-QTDE-LIDOS-FUNC TO WRK-RES-QTDE.                   00007200
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00007210
            WRITE REL-LINHA.                                            00007220
                                                                        00007230
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00007240
            MOVE 'REGISTROS LIDOS NO HISTSAL' TO WRK-RES-TEXTO.         00007250
            MOVE WRK-QTDE-LIDOS-HIST TO WRK-RES-QTDE.                   00007260
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00007270
            WRITE REL-LINHA.                                            00007280
                                                                        00007290
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00007300
            MOVE 'REGISTROS LIDOS NO HISTSET' TO WRK-RES-TEXTO.         00007310
            MOVE WRK-QTDE-LIDOS-HSET TO WRK-RES-QTDE.                   00007320
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00007330
            WRITE REL-LINHA.                                            00007340
                                                                        00007350
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00007360
            MOVE '01 SALARIO DIFERENTE DO HISTSAL' TO WRK-RES-TEXTO.    00007370
            MOVE WRK-QTDE-ERRO-01 TO WRK-RES-QTDE.                      00007380
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00007390
            WRITE REL-LINHA.                                            00007400
                                                                        00007410
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00007420
            MOVE '02 SETOR DIFERENTE DO HISTSET' TO WRK-RES-TEXTO.      00007430
            MOVE WRK-QTDE-ERRO-02 TO WRK-RES-QTDE.                      00007440
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00007450
            WRITE REL-LINHA.                                            00007460
                                                                        00007470
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00007480
            MOVE '03 HISTSAL SEM FUNCIONARIO NO FUNC' TO WRK-RES-TEXTO. 00007490
            MOVE WRK-QTDE-ERRO-03 TO WRK-RES-QTDE.                      00007500
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00007510
            WRITE REL-LINHA.                                            00007520
                                                                        00007530
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00007540
            MOVE '04 HISTSET SEM FUNCIONARIO NO FUNC' TO WRK-RES-TEXTO. 00007550
            MOVE WRK-QTDE-ERRO-04 TO WRK-RES-QTDE.                      00007560
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00007570
            WRITE REL-LINHA.                                            00007580
                                                                        00007590
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00007600
            MOVE '05 CONTROLE DE NUMERACAO' TO WRK-RES-TEXTO.           00007610
            MOVE WRK-QTDE-ERRO-05 TO WRK-RES-QTDE.                      00007620
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00007630
            WRITE REL-LINHA.                                            00007640
                                                                        00007650
            MOVE SPACES TO WRK-LINHA-RESUMO.                            00007660
            MOVE 'TOTAL DE INCONSISTENCIAS' TO WRK-RES-TEXTO.           00007670
            MOVE WRK-QTDE-ERROS TO WRK-RES-QTDE.                        00007680
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00007690
            WRITE REL-LINHA.                                            00007700
      *----------------------------------------------------             00007710
       2900-99-FIM.                                EXIT.                00007720
      *----------------------------------------------------             00007730
      *****************************************************             00007740
      *             F I N A L I Z A R                     *             00007750
      *****************************************************             00007760
      *----------------------------------------------------             00007770
       9000-FINALIZAR                             SECTION.              00007780
      *----------------------------------------------------             00007790
      *        BASE INCONSISTENTE TERMINA COM RC 8, SEM                 00007800
      *        REBAIXAR UM RC 16 DE ERRO DE ARQUIVO.                    00007810
            IF WRK-QTDE-ERROS GREATER THAN ZEROES                       00007820
               AND RETURN-CODE LESS THAN 8                              00007830
               MOVE 8 TO RETURN-CODE                                    00007840
            END-IF.                                                     00007850
                                                                        00007860
            CLOSE FUNC-FILE.                                            00007870
            CLOSE CTL-FILE.                                             00007880
            CLOSE RELATORIO.                                            00007890
                                                                        00007900
            PERFORM 8100-GRAVAR-RUNLOG-FIM.                             00007910
      *----------------------------------------------------             00007920
       9000-99-FIM.                                EXIT.                00007930
      *----------------------------------------------------             00007940
      *****************************************************             00007950
      *   G R A V A R   R U N L O G   -   I N I C I O     *             00007960
      *****************************************************             00007970
      *----------------------------------------------------             00007980
       8000-GRAVAR-RUNLOG-INICIO                  SECTION.              00007990
      *----------------------------------------------------             00008000
            MOVE 'F16CIRM' TO RLG-PROGRAMA.                             00008010
            MOVE 'I'       TO RLG-EVENTO.                               00008020
            MOVE ZEROES    TO RLG-LIDOS.                                00008030
            MOVE ZEROES    TO RLG-GRAVADOS.                             00008040
            MOVE ZEROES    TO RLG-REJEITADOS.                           00008050
            MOVE ZEROES    TO RLG-RETCODE.                              00008060
            PERFORM 8200-GRAVAR-RUNLOG.                                 00008070
      *----------------------------------------------------             00008080
       8000-99-FIM.                                EXIT.                00008090
      *----------------------------------------------------             00008100
      *****************************************************             00008110
      *   G R A V A R   R U N L O G   -   F I M           *             00008120
      *****************************************************             00008130
      *----------------------------------------------------             00008140
       8100-GRAVAR-RUNLOG-FIM                     SECTION.              00008150
      *----------------------------------------------------             00008160
            MOVE 'F16CIRM' TO RLG-PROGRAMA.                             00008170
            MOVE 'F'       TO RLG-EVENTO.                               00008180
            COMPUTE RLG-LIDOS = WRK-QTDE-LIDOS-FUNC                     00008190
                              + WRK-QTDE-LIDOS-HIST                     00008200
                              + WRK-QTDE-LIDOS-HSET.                    00008210
            MOVE ZEROES         TO RLG-GRAVADOS.                        00008220
            MOVE WRK-QTDE-ERROS TO RLG-REJEITADOS.                      00008230
            MOVE RETURN-CODE TO RLG-RETCODE.                            00008240
            PERFORM 8200-GRAVAR-RUNLOG.                                 00008250
      *----------------------------------------------------             00008260
       8100-99-FIM.                                EXIT.                00008270
      *----------------------------------------------------             00008280
      *****************************************************             00008290
      *   G R A V A R   R U N L O G                       *             00008300
      *****************************************************             00008310
      *----------------------------------------------------             00008320
       8200-GRAVAR-RUNLOG                         SECTION.              00008330
      *----------------------------------------------------             00008340
      *        ABRE EM EXTEND, GRAVA E FECHA A CADA EVENTO,             00008350
      *        PARA O REGISTRO DE INICIO JA ESTAR NO ARQUIVO            00008360
      *        MESMO QUE O PROGRAMA CAIA NO MEIO.                       00008370
            MOVE FUNCTION CURRENT-DATE (1:14)                           00008380
                 TO WRK-RLOG-TIMESTAMP.                                 00008390
            MOVE WRK-RLG-HH TO WRK-RLH-HH.                              00008400
            MOVE WRK-RLG-MM TO WRK-RLH-MM.                              00008410
            MOVE WRK-RLG-SS TO WRK-RLH-SS.                              00008420
            MOVE WRK-RLG-DIA   TO RLG-DATA.                             00008430
            MOVE WRK-RLOG-HORA TO RLG-HORA.                             00008440
                                                                        00008450
            OPEN EXTEND RUNLOG.                                         00008460
            IF WRK-RLOG-STATUS NOT EQUAL '00'                           00008470
               DISPLAY 'F16CIRM - ERRO AO ABRIR RUNLOG FILE STATUS '    00008480
                  WRK-RLOG-STATUS                                       00008490
               MOVE 16 TO RETURN-CODE                                   00008500
            ELSE                                                        00008510
               WRITE RLG-REGISTRO                                       00008520
               IF WRK-RLOG-STATUS NOT EQUAL '00'                        00008530
                  DISPLAY 'F16CIRM - ERRO AO GRAVAR RUNLOG '            00008540
                     'FILE STATUS ' WRK-RLOG-STATUS                     00008550
                  MOVE 16 TO RETURN-CODE                                00008560
               END-IF                                                   00008570
               CLOSE RUNLOG                                             00008580
            END-IF.                                                     00008590
      *----------------------------------------------------             00008600
       8200-99-FIM.                                EXIT.                00008610
      *----------------------------------------------------             00008620
