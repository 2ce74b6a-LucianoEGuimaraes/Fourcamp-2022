      *====================================================             00000010
       IDENTIFICATION                            DIVISION.              00000020
      *====================================================             00000030
       PROGRAM-ID. F16CIRP.                                             00000040
                                                                        00000050
      *====================================================*            00000060
      *   AUTOR....:LUCIANO GUIMARAES                      *            00000070
      *   ANALISTA.:IVAN SANCHES                           *            00000080
      *   DATA ....:15/10/2026                             *            00000090
      *----------------------------------------------------*            00000100
      *   OBJETIVO:CONTROLE DA JANELA BATCH (JANELA,       *            00000110
      *            F16CIDD) PELO OPERADOR:                 *            00000120
      *            CONFERIR - MOSTRA A SITUACAO DA JANELA  *            00000130
      *              E, SE UM PROGRAMA BATCH A DEIXOU      *            00000140
      *              BLOQUEADA, CONFERE NO RUNLOG          *            00000150
      *              (F16CID9) SE ELE AINDA PODE ESTAR     *            00000160
      *              RODANDO: FIM DEPOIS DO INICIO QUE     *            00000170
      *              BLOQUEOU (TERMINO COM ERRO) OU SEM    *            00000180
      *              INICIO = BLOQUEIO ORFAO; INICIO       *            00000190
      *              SEM FIM = JOB ABENDADO OU AINDA EM    *            00000200
      *              EXECUCAO (CONFERIR NO SPOOL).         *            00000210
      *              BLOQUEIO DE PROGRAMA BATCH = RC 8.    *            00000220
      *            LIBERAR  - LIBERACAO MANUAL: LIBERA O   *            00000230
      *              ONLINE MESMO COM O BLOQUEIO DE UM     *            00000240
      *              PROGRAMA, REGISTRANDO DATA/HORA.      *            00000250
      *            BLOQUEAR - BLOQUEIO MANUAL (MANUTENCAO  *            00000260
      *              FORA DOS PROGRAMAS BATCH) ATE UM      *            00000270
      *              LIBERAR.                              *            00000280
      *            A CONFERENCIA SAI SEMPRE NO RELATORIO,  *            00000290
      *            ANTES DA ACAO.                          *            00000300
      *----------------------------------------------------*            00000310
      *   PARAMETROS (PARM):                               *            00000320
      *   COL 01-08 ACAO: CONFERIR, LIBERAR OU BLOQUEAR    *            00000330
      *             (EM BRANCO = CONFERIR)                 *            00000340
      *----------------------------------------------------*            00000350
      *   BASE DE DADOS:                                   *            00000360
      *   TABELA.VSAM                                      *            00000370
      *    ------              I/O        INCLUDE/BOOK     *            00000380
      *   JANELA     CONTROLE JANELA BATCH  I/O F16CIDD    *            00000390
      *====================================================*            00000400
      *====================================================             00000410
       ENVIRONMENT                               DIVISION.              00000420
      *====================================================             00000430
       CONFIGURATION                              SECTION.              00000440
                                                                        00000450
       SPECIAL-NAMES.                                                   00000460
           DECIMAL-POINT IS COMMA.                                      00000470
                                                                        00000480
       INPUT-OUTPUT                               SECTION.              00000490
       FILE-CONTROL.                                                    00000500
           SELECT JANELA-FILE ASSIGN TO JANELA                          00000510
               ORGANIZATION IS INDEXED                                  00000520
               ACCESS MODE IS RANDOM                                    00000530
               RECORD KEY IS JAN-CHAVE                                  00000540
               FILE STATUS IS WRK-JAN-STATUS.                           00000550
                                                                        00000560
           SELECT PARM-FILE ASSIGN TO PARM                              00000570
               ORGANIZATION IS SEQUENTIAL.                              00000580
                                                                        00000590
           SELECT RELATORIO ASSIGN TO RELAT                             00000600
               ORGANIZATION IS SEQUENTIAL.                              00000610
                                                                        00000620
           SELECT RUNLOG ASSIGN TO RUNLOG                               00000630
               ORGANIZATION IS SEQUENTIAL                               00000640
               FILE STATUS IS WRK-RLOG-STATUS.                          00000650
                                                                        00000660
      *====================================================             00000670
       DATA                                      DIVISION.              00000680
      *====================================================             00000690
       FILE                                      SECTION.               00000700
      *----------------------------------------------------             00000710
       FD  JANELA-FILE                                                  00000720
           RECORDING MODE IS F.                                         00000730
                                                                        00000740
           COPY F16CIDD.                                                00000750
                                                                        00000760
       FD  PARM-FILE                                                    00000770
           RECORDING MODE IS F.                                         00000780
       01 PARM-CARD.                                                    00000790
          05 PARM-ACAO         PIC X(08).                               00000800
          05 FILLER            PIC X(72).                               00000810
                                                                        00000820
       FD  RELATORIO                                                    00000830
           RECORDING MODE IS F.                                         00000840
       01 REL-LINHA            PIC X(132).                              00000850
                                                                        00000860
       FD  RUNLOG                                                       00000870
           RECORDING MODE IS F.                                         00000880
                                                                        00000890
           COPY F16CID9.                                                00000900
                                                                        00000910
      *----------------------------------------------------             00000920
       WORKING-STORAGE                           SECTION.               00000930
      *----------------------------------------------------             00000940
       77 WRK-JAN-STATUS       PIC X(02) VALUE '00'.                    00000950
                                                                        00000960
       77 WRK-EOF-PARM         PIC X(01) VALUE 'N'.                     00000970
          88 FIM-PARM                    VALUE 'S'.                     00000980
       77 WRK-EOF-RLOG         PIC X(01) VALUE 'N'.                     00000990
          88 FIM-RLOG                    VALUE 'S'.                     00001000
                                                                        00001010
       77 WRK-ACAO             PIC X(08) VALUE SPACES.                  00001020
      *        JANELA-EXISTE = 'N' QUANDO O REGISTRO '1' NAO ESTA       00001030
      *        NO ARQUIVO (VALE COMO LIVRE).                            00001040
       77 WRK-JANELA-EXISTE    PIC X(01) VALUE 'S'.                     00001050
       77 WRK-JANELA-ALTERADA  PIC X(01) VALUE 'N'.                     00001060
       77 WRK-QTDE-LIDOS       PIC 9(08) VALUE ZEROES.                  00001070
                                                                        00001080
      *        CONFERENCIA NO RUNLOG: ULTIMO INICIO DO PROGRAMA         00001090
      *        QUE BLOQUEOU ATE O CARIMBO DO BLOQUEIO E PRIMEIRO        00001100
      *        FIM DEPOIS DESSE INICIO, COMPARADOS POR DATA+HORA.       00001110
       01 WRK-BLOQ-CARIMBO.                                             00001120
          05 WRK-BLQ-DATA      PIC X(08).                               00001130
          05 WRK-BLQ-HORA      PIC X(08).                               00001140
                                                                        00001150
       01 WRK-RLOG-CARIMBO.                                             00001160
          05 WRK-CAR-DATA      PIC X(08).                               00001170
          05 WRK-CAR-HORA      PIC X(08).                               00001180
                                                                        00001190
       01 WRK-INICIO-CARIMBO.                                           00001200
          05 WRK-INI-DATA      PIC X(08) VALUE LOW-VALUES.              00001210
          05 WRK-INI-HORA      PIC X(08) VALUE LOW-VALUES.              00001220
                                                                        00001230
       01 WRK-FIM-CARIMBO.                                              00001240
          05 WRK-FIM-DATA      PIC X(08) VALUE LOW-VALUES.              00001250
          05 WRK-FIM-HORA      PIC X(08) VALUE LOW-VALUES.              00001260
                                                                        00001270
       77 WRK-FIM-RETCODE      PIC 9(04) VALUE ZEROES.                  00001280
                                                                        00001290
      *        DATA/HORA DA EXECUCAO, GRAVADA NA LIBERACAO E NO         00001300
      *        BLOQUEIO MANUAL.                                         00001310
       01 WRK-AGORA-TIMESTAMP.                                          00001320
          05 WRK-AGT-DIA       PIC X(08).                               00001330
          05 WRK-AGT-HH        PIC X(02).                               00001340
          05 WRK-AGT-MM        PIC X(02).                               00001350
          05 WRK-AGT-SS        PIC X(02).                               00001360
                                                                        00001370
       01 WRK-AGORA-HORA.                                               00001380
          05 WRK-AGH-HH        PIC X(02).                               00001390
          05 FILLER            PIC X(01) VALUE ':'.                     00001400
          05 WRK-AGH-MM        PIC X(02).                               00001410
          05 FILLER            PIC X(01) VALUE ':'.                     00001420
          05 WRK-AGH-SS        PIC X(02).                               00001430
                                                                        00001440
       01 WRK-LINHA-TITULO.                                             00001450
          05 FILLER            PIC X(03) VALUE SPACES.                  00001460
          05 FILLER            PIC X(50) VALUE                          00001470
             'CONTROLE DA JANELA BATCH'.                                00001480
          05 FILLER            PIC X(79) VALUE SPACES.                  00001490
                                                                        00001500
       01 WRK-LINHA-TEXTO.                                              00001510
          05 FILLER            PIC X(03) VALUE SPACES.                  00001520
          05 WRK-TXT-TEXTO     PIC X(110).                              00001530
          05 FILLER            PIC X(19) VALUE SPACES.                  00001540
                                                                        00001550
      *        CAMPOS DO LOG DE EXECUCAO (RUNLOG), GRAVADO NO           00001560
      *        INICIO E NO FIM DO PROGRAMA.                             00001570
       77 WRK-RLOG-STATUS      PIC X(02) VALUE '00'.                    00001580
                                                                        00001590
       01 WRK-RLOG-TIMESTAMP.                                           00001600
          05 WRK-RLG-DIA       PIC X(08).                               00001610
          05 WRK-RLG-HH        PIC X(02).                               00001620
          05 WRK-RLG-MM        PIC X(02).                               00001630
          05 WRK-RLG-SS        PIC X(02).                               00001640
                                                                        00001650
       01 WRK-RLOG-HORA.                                                00001660
          05 WRK-RLH-HH        PIC X(02).                               00001670
          05 FILLER            PIC X(01) VALUE ':'.                     00001680
          05 WRK-RLH-MM        PIC X(02).                               00001690
          05 FILLER            PIC X(01) VALUE ':'.                     00001700
          05 WRK-RLH-SS        PIC X(02).                               00001710
                                                                        00001720
      *====================================================             00001730
       PROCEDURE                                 DIVISION.              00001740
      *====================================================             00001750
      *****************************************************             00001760
      *          R O T I N A   P R I N C I P A L          *             00001770
      *****************************************************             00001780
      *----------------------------------------------------             00001790
       0000-PRINCIPAL                             SECTION.              00001800
      *----------------------------------------------------             00001810
            PERFORM 8000-GRAVAR-RUNLOG-INICIO.                          00001820
                                                                        00001830
            PERFORM 1000-INICIALIZAR.                                   00001840
                                                                        00001850
            PERFORM 2000-CONFERIR.                                      00001860
                                                                        00001870
            EVALUATE WRK-ACAO                                           00001880
               WHEN 'LIBERAR'                                           00001890
                  PERFORM 3000-LIBERAR                                  00001900
               WHEN 'BLOQUEAR'                                          00001910
                  PERFORM 3100-BLOQUEAR                                 00001920
               WHEN OTHER                                               00001930
                  CONTINUE                                              00001940
            END-EVALUATE.                                               00001950
                                                                        00001960
            PERFORM 9000-FINALIZAR.                                     00001970
                                                                        00001980
            STOP RUN.                                                   00001990
      *----------------------------------------------------             00002000
       0000-99-FIM.                                EXIT.                00002010
      *----------------------------------------------------             00002020
      *****************************************************             00002030
      *             I N I C I A L I Z A R                 *             00002040
      *****************************************************             00002050
      *----------------------------------------------------             00002060
       1000-INICIALIZAR                           SECTION.              00002070
      *----------------------------------------------------             00002080
            OPEN INPUT PARM-FILE.                                       00002090
            PERFORM UNTIL FIM-PARM                                      00002100
               READ PARM-FILE                                           00002110
                  AT END                                                00002120
                     MOVE 'S' TO WRK-EOF-PARM                           00002130
                  NOT AT END                                            00002140
                     MOVE PARM-ACAO TO WRK-ACAO                         00002150
               END-READ                                                 00002160
            END-PERFORM.                                                00002170
            CLOSE PARM-FILE.                                            00002180
                                                                        00002190
            IF WRK-ACAO EQUAL SPACES                                    00002200
               MOVE 'CONFERIR' TO WRK-ACAO                              00002210
            END-IF.                                                     00002220
                                                                        00002230
            IF WRK-ACAO NOT EQUAL 'CONFERIR'                            00002240
               AND WRK-ACAO NOT EQUAL 'LIBERAR'                         00002250
               AND WRK-ACAO NOT EQUAL 'BLOQUEAR'                        00002260
               DISPLAY 'F16CIRP - PARM INVALIDO - ACAO ' WRK-ACAO       00002270
               MOVE 16 TO RETURN-CODE                                   00002280
               PERFORM 8100-GRAVAR-RUNLOG-FIM                           00002290
               STOP RUN                                                 00002300
            END-IF.                                                     00002310
                                                                        00002320
            MOVE FUNCTION CURRENT-DATE (1:14) TO WRK-AGORA-TIMESTAMP.   00002330
            MOVE WRK-AGT-HH TO WRK-AGH-HH.                              00002340
            MOVE WRK-AGT-MM TO WRK-AGH-MM.                              00002350
            MOVE WRK-AGT-SS TO WRK-AGH-SS.                              00002360
                                                                        00002370
            OPEN I-O JANELA-FILE.                                       00002380
            IF WRK-JAN-STATUS NOT EQUAL '00'                            00002390
               DISPLAY 'F16CIRP - ERRO AO ABRIR JANELA FILE STATUS '    00002400
                  WRK-JAN-STATUS                                        00002410
               MOVE 16 TO RETURN-CODE                                   00002420
               PERFORM 8100-GRAVAR-RUNLOG-FIM                           00002430
               STOP RUN                                                 00002440
            END-IF.                                                     00002450
                                                                        00002460
            OPEN OUTPUT RELATORIO.                                      00002470
            MOVE SPACES TO REL-LINHA.                                   00002480
            MOVE WRK-LINHA-TITULO TO REL-LINHA.                         00002490
            WRITE REL-LINHA.                                            00002500
            MOVE SPACES TO REL-LINHA.                                   00002510
            WRITE REL-LINHA.                                            00002520
      *----------------------------------------------------             00002530
       1000-99-FIM.                                EXIT.                00002540
      *----------------------------------------------------             00002550
      *****************************************************             00002560
      *             C O N F E R I R                       *             00002570
      *****************************************************             00002580
      *----------------------------------------------------             00002590
       2000-CONFERIR                              SECTION.              00002600
      *----------------------------------------------------             00002610
            MOVE '1' TO JAN-CHAVE.                                      00002620
            READ JANELA-FILE.                                           00002630
            EVALUATE WRK-JAN-STATUS                                     00002640
               WHEN '00'                                                00002650
                  CONTINUE                                              00002660
               WHEN '23'                                                00002670
                  MOVE 'N' TO WRK-JANELA-EXISTE                         00002680
                  MOVE SPACES TO JAN-REGISTRO                           00002690
                  MOVE '1'    TO JAN-CHAVE                              00002700
                  MOVE 'L'    TO JAN-SITUACAO                           00002710
               WHEN OTHER                                               00002720
                  DISPLAY 'F16CIRP - ERRO DE LEITURA EM JANELA '        00002730
                     'FILE STATUS ' WRK-JAN-STATUS                      00002740
                  MOVE 16 TO RETURN-CODE                                00002750
                  PERFORM 9000-FINALIZAR                                00002760
                  STOP RUN                                              00002770
            END-EVALUATE.                                               00002780
                                                                        00002790
            MOVE SPACES TO WRK-TXT-TEXTO.                               00002800
            IF JAN-SITUACAO EQUAL 'B'                                   00002810
               STRING 'JANELA BLOQUEADA POR ' JAN-PROGRAMA              00002820
                      ' DESDE ' JAN-DATA ' ' JAN-HORA                   00002830
                  DELIMITED BY SIZE INTO WRK-TXT-TEXTO                  00002840
            ELSE                                                        00002850
               MOVE 'JANELA LIVRE' TO WRK-TXT-TEXTO                     00002860
            END-IF.                                                     00002870
            PERFORM 2900-IMPRIMIR-TEXTO.                                00002880
                                                                        00002890
            IF JAN-SITUACAO NOT EQUAL 'B'                               00002900
               AND JAN-LIBERACAO EQUAL 'S'                              00002910
               STRING 'ULTIMA LIBERACAO MANUAL EM ' JAN-DATA-LIB ' '    00002920
                      JAN-HORA-LIB ' - BLOQUEIO ERA DE ' JAN-PROGRAMA   00002930
                      ' DESDE ' JAN-DATA ' ' JAN-HORA                   00002940
                  DELIMITED BY SIZE INTO WRK-TXT-TEXTO                  00002950
               PERFORM 2900-IMPRIMIR-TEXTO                              00002960
            END-IF.                                                     00002970
                                                                        00002980
            IF JAN-SITUACAO EQUAL 'B'                                   00002990
               IF JAN-PROGRAMA EQUAL 'F16CIRP'                          00003000
                  MOVE 'BLOQUEIO MANUAL - SO SAI COM F16CIRP LIBERAR'   00003010
                       TO WRK-TXT-TEXTO                                 00003020
                  PERFORM 2900-IMPRIMIR-TEXTO                           00003030
               ELSE                                                     00003040
                  PERFORM 2100-CONFERIR-RUNLOG                          00003050
                  IF WRK-ACAO EQUAL 'CONFERIR'                          00003060
                     MOVE 8 TO RETURN-CODE                              00003070
                  END-IF                                                00003080
               END-IF                                                   00003090
            END-IF.                                                     00003100
      *----------------------------------------------------             00003110
       2000-99-FIM.                                EXIT.                00003120
      *----------------------------------------------------             00003130
      *****************************************************             00003140
      *       C O N F E R I R   R U N L O G               *             00003150
      *****************************************************             00003160
      *----------------------------------------------------             00003170
       2100-CONFERIR-RUNLOG                       SECTION.              00003180
      *----------------------------------------------------             00003190
      *        O RUNLOG E GRAVADO EM ORDEM CRONOLOGICA (DISP=MOD).      00003200
      *        O PROGRAMA BLOQUEIA A JANELA DEPOIS DE GRAVAR O          00003210
      *        SEU INICIO, ENTAO O INICIO DA EXECUCAO QUE               00003220
      *        BLOQUEOU E O ULTIMO ATE O CARIMBO DO BLOQUEIO.           00003230
            MOVE JAN-DATA TO WRK-BLQ-DATA.                              00003240
            MOVE JAN-HORA TO WRK-BLQ-HORA.                              00003250
                                                                        00003260
            OPEN INPUT RUNLOG.                                          00003270
            IF WRK-RLOG-STATUS NOT EQUAL '00'                           00003280
               DISPLAY 'F16CIRP - ERRO AO ABRIR RUNLOG FILE STATUS '    00003290
                  WRK-RLOG-STATUS                                       00003300
               MOVE 16 TO RETURN-CODE                                   00003310
               PERFORM 9000-FINALIZAR                                   00003320
               STOP RUN                                                 00003330
            END-IF.                                                     00003340
                                                                        00003350
            PERFORM UNTIL FIM-RLOG                                      00003360
               READ RUNLOG                                              00003370
                  AT END                                                00003380
                     MOVE 'S' TO WRK-EOF-RLOG                           00003390
                  NOT AT END                                            00003400
                     IF WRK-RLOG-STATUS NOT EQUAL '00'                  00003410
                        DISPLAY 'F16CIRP - ERRO DE LEITURA EM RUNLOG '  00003420
                           'FILE STATUS ' WRK-RLOG-STATUS               00003430
                        MOVE 'S' TO WRK-EOF-RLOG                        00003440
                        MOVE 16 TO RETURN-CODE                          00003450
                     ELSE                                               00003460
                        ADD 1 TO WRK-QTDE-LIDOS                         00003470
                        IF RLG-PROGRAMA EQUAL JAN-PROGRAMA              00003480
                           PERFORM 2150-AVALIAR-RUNLOG                  00003490
                        END-IF                                          00003500
                     END-IF                                             00003510
               END-READ                                                 00003520
            END-PERFORM.                                                00003530
                                                                        00003540
            CLOSE RUNLOG.                                               00003550
                                                                        00003560
            MOVE SPACES TO WRK-TXT-TEXTO.                               00003570
            EVALUATE TRUE                                               00003580
               WHEN WRK-INICIO-CARIMBO EQUAL LOW-VALUES                 00003590
                  STRING 'BLOQUEIO ORFAO - NENHUM INICIO DO '           00003600
                         JAN-PROGRAMA ' NO RUNLOG ATE O BLOQUEIO'       00003610
                     DELIMITED BY SIZE INTO WRK-TXT-TEXTO               00003620
               WHEN WRK-FIM-CARIMBO NOT EQUAL LOW-VALUES                00003630
                  STRING 'BLOQUEIO ORFAO - ' JAN-PROGRAMA               00003640
                         ' INICIADO EM ' WRK-INI-DATA ' '               00003650
                         WRK-INI-HORA ' TEM FIM EM ' WRK-FIM-DATA       00003660
                         ' ' WRK-FIM-HORA ' COM RC ' WRK-FIM-RETCODE    00003670
                         ' SEM LIBERAR A JANELA'                        00003680
                     DELIMITED BY SIZE INTO WRK-TXT-TEXTO               00003690
               WHEN OTHER                                               00003700
                  STRING JAN-PROGRAMA ' INICIADO EM ' WRK-INI-DATA ' '  00003710
                         WRK-INI-HORA ' SEM FIM NO RUNLOG - ABENDADO '  00003720
                         'OU AINDA EM EXECUCAO (CONFERIR NO SPOOL)'     00003730
                     DELIMITED BY SIZE INTO WRK-TXT-TEXTO               00003740
            END-EVALUATE.                                               00003750
            PERFORM 2900-IMPRIMIR-TEXTO.                                00003760
                                                                        00003770
            IF WRK-INICIO-CARIMBO EQUAL LOW-VALUES                      00003780
               OR WRK-FIM-CARIMBO NOT EQUAL LOW-VALUES                  00003790
               STRING 'JOB NAO ESTA RODANDO - LIBERAR COM F16CIRP '     00003800
                      'LIBERAR DEPOIS DE TRATAR O ERRO DO JOB'          00003810
                  DELIMITED BY SIZE INTO WRK-TXT-TEXTO                  00003820
               PERFORM 2900-IMPRIMIR-TEXTO                              00003830
            END-IF.                                                     00003840
      *----------------------------------------------------             00003850
       2100-99-FIM.                                EXIT.                00003860
      *----------------------------------------------------             00003870
      *****************************************************             00003880
      *       A V A L I A R   R U N L O G                 *             00003890
      *****************************************************             00003900
      *----------------------------------------------------             00003910
       2150-AVALIAR-RUNLOG                        SECTION.              00003920
      *----------------------------------------------------             00003930
            MOVE RLG-DATA TO WRK-CAR-DATA.                              00003940
            MOVE RLG-HORA TO WRK-CAR-HORA.                              00003950
                                                                        00003960
            EVALUATE TRUE                                               00003970
               WHEN RLG-EVENTO EQUAL 'I'                                00003980
                    AND WRK-RLOG-CARIMBO NOT GREATER THAN               00003990
                        WRK-BLOQ-CARIMBO                                00004000
                  MOVE WRK-RLOG-CARIMBO TO WRK-INICIO-CARIMBO           00004010
                  MOVE LOW-VALUES       TO WRK-FIM-CARIMBO              00004020
               WHEN RLG-EVENTO EQUAL 'F'                                00004030
                    AND WRK-INICIO-CARIMBO NOT EQUAL LOW-VALUES         00004040
                    AND WRK-FIM-CARIMBO EQUAL LOW-VALUES                00004050
                    AND WRK-RLOG-CARIMBO NOT LESS THAN                  00004060
                        WRK-INICIO-CARIMBO                              00004070
                  MOVE WRK-RLOG-CARIMBO TO WRK-FIM-CARIMBO              00004080
                  MOVE RLG-RETCODE      TO WRK-FIM-RETCODE              00004090
               WHEN OTHER                                               00004100
                  CONTINUE                                              00004110
            END-EVALUATE.                                               00004120
      *----------------------------------------------------             00004130
       2150-99-FIM.                                EXIT.                00004140
      *----------------------------------------------------             00004150
      *****************************************************             00004160
      *       I M P R I M I R   T E X T O                 *             00004170
      *****************************************************             00004180
      *----------------------------------------------------             00004190
       2900-IMPRIMIR-TEXTO                        SECTION.              00004200
      *----------------------------------------------------             00004210
            MOVE WRK-LINHA-TEXTO TO REL-LINHA.                          00004220
            WRITE REL-LINHA.                                            00004230
            DISPLAY 'F16CIRP - ' WRK-TXT-TEXTO.                         00004240
            MOVE SPACES TO WRK-TXT-TEXTO.                               00004250
      *----------------------------------------------------             00004260
       2900-99-FIM.                                EXIT.                00004270
      *----------------------------------------------------             00004280
      *****************************************************             00004290
      *             L I B E R A R                         *             00004300
      *****************************************************             00004310
      *----------------------------------------------------             00004320
       3000-LIBERAR                               SECTION.              00004330
      *----------------------------------------------------             00004340
      *        O PROGRAMA QUE BLOQUEOU, SE AINDA ESTIVER RODANDO,       00004350
      *        NAO MEXE MAIS NA JANELA NO SEU FIM (SO LIBERA O          00004360
      *        PROPRIO BLOQUEIO).                                       00004370
            IF JAN-SITUACAO NOT EQUAL 'B'                               00004380
               MOVE 'JANELA JA ESTAVA LIVRE - NADA ALTERADO'            00004390
                    TO WRK-TXT-TEXTO                                    00004400
            ELSE                                                        00004410
               MOVE 'L'         TO JAN-SITUACAO                         00004420
               MOVE 'S'         TO JAN-LIBERACAO                        00004430
               MOVE WRK-AGT-DIA TO JAN-DATA-LIB                         00004440
               MOVE WRK-AGORA-HORA TO JAN-HORA-LIB                      00004450
               PERFORM 3900-REGRAVAR-JANELA                             00004460
               STRING 'JANELA LIBERADA PELO OPERADOR EM '               00004470
                      WRK-AGT-DIA ' ' WRK-AGORA-HORA                    00004480
                  DELIMITED BY SIZE INTO WRK-TXT-TEXTO                  00004490
            END-IF.                                                     00004500
            PERFORM 2900-IMPRIMIR-TEXTO.                                00004510
      *----------------------------------------------------             00004520
       3000-99-FIM.                                EXIT.                00004530
      *----------------------------------------------------             00004540
      *****************************************************             00004550
      *             B L O Q U E A R                       *             00004560
      *****************************************************             00004570
      *----------------------------------------------------             00004580
       3100-BLOQUEAR                              SECTION.              00004590
      *----------------------------------------------------             00004600
            IF JAN-SITUACAO EQUAL 'B'                                   00004610
               MOVE 'JANELA JA ESTAVA BLOQUEADA - NADA ALTERADO'        00004620
                    TO WRK-TXT-TEXTO                                    00004630
            ELSE                                                        00004640
               MOVE 'B'            TO JAN-SITUACAO                      00004650
               MOVE 'F16CIRP'      TO JAN-PROGRAMA                      00004660
               MOVE WRK-AGT-DIA    TO JAN-DATA                          00004670
               MOVE WRK-AGORA-HORA TO JAN-HORA                          00004680
               MOVE SPACES         TO JAN-LIBERACAO                     00004690
               MOVE SPACES         TO JAN-DATA-LIB                      00004700
               MOVE SPACES         TO JAN-HORA-LIB                      00004710
               PERFORM 3900-REGRAVAR-JANELA                             00004720
               STRING 'JANELA BLOQUEADA PELO OPERADOR EM '              00004730
                      WRK-AGT-DIA ' ' WRK-AGORA-HORA                    00004740
                  DELIMITED BY SIZE INTO WRK-TXT-TEXTO                  00004750
            END-IF.                                                     00004760
            PERFORM 2900-IMPRIMIR-TEXTO.                                00004770
      *----------------------------------------------------             00004780
       3100-99-FIM.                                EXIT.                00004790
      *----------------------------------------------------             00004800
      *****************************************************             00004810
      *       R E G R A V A R   J A N E L A               *             00004820
      *****************************************************             00004830
      *----------------------------------------------------             00004840
       3900-REGRAVAR-JANELA                       SECTION.              00004850
      *----------------------------------------------------             00004860
            IF WRK-JANELA-EXISTE EQUAL 'N'                              00004870
               WRITE JAN-REGISTRO                                       00004880
            ELSE                                                        00004890
               REWRITE JAN-REGISTRO                                     00004900
            END-IF.                                                     00004910
            IF WRK-JAN-STATUS NOT EQUAL '00'                            00004920
               DISPLAY 'F16CIRP - ERRO AO GRAVAR JANELA '               00004930
                  'FILE STATUS ' WRK-JAN-STATUS                         00004940
               MOVE 16 TO RETURN-CODE                                   00004950
               PERFORM 9000-FINALIZAR                                   00004960
               STOP RUN                                                 00004970
            END-IF.                                                     00004980
            MOVE 'S' TO WRK-JANELA-ALTERADA.                            00004990
      *----------------------------------------------------             00005000
       3900-99-FIM.                                EXIT.                00005010
      *----------------------------------------------------             00005020
      *****************************************************             00005030
      *             F I N A L I Z A R                     *             00005040
      *****************************************************             00005050
      *----------------------------------------------------             00005060
       9000-FINALIZAR                             SECTION.              00005070
      *----------------------------------------------------             00005080
            CLOSE JANELA-FILE.                                          00005090
            CLOSE RELATORIO.                                            00005100
                                                                        00005110
            PERFORM 8100-GRAVAR-RUNLOG-FIM.                             00005120
      *----------------------------------------------------             00005130
       9000-99-FIM.                                EXIT.                00005140
      *----------------------------------------------------             00005150
      *****************************************************             00005160
      *   G R A V A R   R U N L O G   -   I N I C I O     *             00005170
      *****************************************************             00005180
      *----------------------------------------------------             00005190
       8000-GRAVAR-RUNLOG-INICIO                  SECTION.              00005200
      *----------------------------------------------------             00005210
            MOVE 'F16CIRP' TO RLG-PROGRAMA.                             00005220
            MOVE 'I'       TO RLG-EVENTO.                               00005230
            MOVE ZEROES    TO RLG-LIDOS.                                00005240
            MOVE ZEROES    TO RLG-GRAVADOS.                             00005250
            MOVE ZEROES    TO RLG-REJEITADOS.                           00005260
            MOVE ZEROES    TO RLG-RETCODE.                              00005270
            PERFORM 8200-GRAVAR-RUNLOG.                                 00005280
      *----------------------------------------------------             00005290
       8000-99-FIM.                                EXIT.                00005300
      *----------------------------------------------------             00005310
      *****************************************************             00005320
      *   G R A V A R   R U N L O G   -   F I M           *             00005330
      *****************************************************             00005340
      *----------------------------------------------------             00005350
       8100-GRAVAR-RUNLOG-FIM                     SECTION.              00005360
      *----------------------------------------------------             00005370
            MOVE 'F16CIRP' TO RLG-PROGRAMA.                             00005380
            MOVE 'F'       TO RLG-EVENTO.                               00005390
            MOVE WRK-QTDE-LIDOS TO RLG-LIDOS.                           00005400
            IF WRK-JANELA-ALTERADA EQUAL 'S'                            00005410
               MOVE 1      TO RLG-GRAVADOS                              00005420
            ELSE                                                        00005430
               MOVE ZEROES TO RLG-GRAVADOS                              00005440
            END-IF.                                                     00005450
            MOVE ZEROES TO RLG-REJEITADOS.                              00005460
            MOVE RETURN-CODE TO RLG-RETCODE.                            00005470
            PERFORM 8200-GRAVAR-RUNLOG.                                 00005480
      *----------------------------------------------------             00005490
       8100-99-FIM.                                EXIT.                00005500
      *----------------------------------------------------             00005510
      *****************************************************             00005520
      *   G R A V A R   R U N L O G                       *             00005530
      *****************************************************             00005540
      *----------------------------------------------------             00005550
       8200-GRAVAR-RUNLOG                         SECTION.              00005560
      *----------------------------------------------------             00005570
      *        ABRE EM EXTEND, GRAVA E FECHA A CADA EVENTO,             00005580
      *        PARA O REGISTRO DE INICIO JA ESTAR NO ARQUIVO            00005590
      *        MESMO QUE O PROGRAMA CAIA NO MEIO.                       00005600
            MOVE FUNCTION CURRENT-DATE (1:14)                           00005610
                 TO WRK-RLOG-TIMESTAMP.                                 00005620
            MOVE WRK-RLG-HH TO WRK-RLH-HH.                              00005630
            MOVE WRK-RLG-MM TO WRK-RLH-MM.                              00005640
            MOVE WRK-RLG-SS TO WRK-RLH-SS.                              00005650
            MOVE WRK-RLG-DIA   TO RLG-DATA.                             00005660
            MOVE WRK-RLOG-HORA TO RLG-HORA.                             00005670
                                                                        00005680
            OPEN EXTEND RUNLOG.                                         00005690
            IF WRK-RLOG-STATUS NOT EQUAL '00'                           00005700
               DISPLAY 'F16CIRP - ERRO AO ABRIR RUNLOG FILE STATUS '    00005710
                  WRK-RLOG-STATUS                                       00005720
               MOVE 16 TO RETURN-CODE                                   00005730
            ELSE                                                        00005740
               WRITE RLG-REGISTRO                                       00005750
               IF WRK-RLOG-STATUS NOT EQUAL '00'                        00005760
                  DISPLAY 'F16CIRP - ERRO AO GRAVAR RUNLOG '            00005770
                     'FILE STATUS ' WRK-RLOG-STATUS                     00005780
                  MOVE 16 TO RETURN-CODE                                00005790
               END-IF                                                   00005800
               CLOSE RUNLOG                                             00005810
            END-IF.                                                     00005820
      *----------------------------------------------------             00005830
       8200-99-FIM.                                EXIT.                00005840
      *----------------------------------------------------             00005850
