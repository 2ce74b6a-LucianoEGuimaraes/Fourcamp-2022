      *====================================================             00000010
       IDENTIFICATION                            DIVISION.              00000020
      *====================================================             00000030
       PROGRAM-ID. FR16CIP5.                                            00000040
                                                                        00000050
      *====================================================*            00000060
      *   AUTOR....:LUCIANO GUIMARAES                      *            00000070
      *   ANALISTA.:IVAN SANCHES                           *            00000080
      *   DATA ....:15/10/2026                             *            00000090
      *----------------------------------------------------*            00000100
      *   OBJETIVO:PROGRAMACAO DE FERIAS DOS FUNCIONARIOS, *            00000110
      *            CHAMADA VIA LINK PELO MENU (FR16CIP4,   *            00000120
      *            OPCAO 7). TRABALHA SOBRE OS PERIODOS    *            00000130
      *            AQUISITIVOS GERADOS NO FERIAS PELO      *            00000140
      *            F16CIRJ, SEMPRE DO MAIS ANTIGO EM       *            00000150
      *            ABERTO PARA O MAIS NOVO:                *            00000160
      *            FCON - CONSULTA O PERIODO EM ABERTO     *            00000170
      *            FPRG - PROGRAMA O GOZO (INICIO E DIAS)  *            00000180
      *            FCAN - CANCELA A PROGRAMACAO AINDA NAO  *            00000190
      *                   INICIADA                         *            00000200
      *            SO UMA PROGRAMACAO POR VEZ: PARA MARCAR *            00000210
      *            OUTRA DATA, CANCELA-SE A ANTERIOR. O    *            00000220
      *            PERFIL DO OPERADOR E CONFERIDO COMO NA  *            00000230
      *            FR16CIP2 (PROGRAMAR/CANCELAR EXIGE      *            00000240
      *            PRF-MANUT-FUNC) E TODA OPERACAO VAI     *            00000250
      *            PARA A AUDITORIA.                       *            00000260
      *----------------------------------------------------*            00000270
      *   STATUS DEVOLVIDO (WRK-STATUS):                   *            00000280
      *   1=OK              2=FUNCIONARIO INEXIST./INATIVO *            00000290
      *   5=DATA INICIO INVALIDA OU PASSADA                *            00000300
      *   D=DIAS INVALIDOS (MINIMO 5, MAXIMO O SALDO)      *            00000310
      *   V=SEM PERIODO EM ABERTO                          *            00000320
      *   P=JA EXISTE PROGRAMACAO   X=NADA A CANCELAR      *            00000330
      *   G=FERIAS JA INICIADAS     N=SEM AUTORIZACAO      *            00000340
      *   8=ERRO DE GRAVACAO                               *            00000350
      *----------------------------------------------------*            00000360
      *   BASE DE DADOS:                                   *            00000370
      *   TABELA.VSAM                                      *            00000380
      *    ------              I/O        INCLUDE/BOOK     *            00000390
      *   FUNC       CADASTRO FUNCIONARIOS   I  F16CID1    *            00000400
      *   FERIAS     CONTROLE DE FERIAS    I/O  F16CIDA    *            00000410
      *   AUDIT      TRILHA DE AUDITORIA      O  F16CID3   *            00000420
      *   PERFIL     PERFIS DE AUTORIZACAO    I  F16CID8   *            00000430
      *====================================================*            00000440
      *====================================================             00000450
       ENVIRONMENT                               DIVISION.              00000460
      *====================================================             00000470
       CONFIGURATION                              SECTION.              00000480
                                                                        00000490
       SPECIAL-NAMES.                                                   00000500
           DECIMAL-POINT IS COMMA.                                      00000510
                                                                        00000520
      *====================================================             00000530
       DATA                                      DIVISION.              00000540
      *====================================================             00000550
       WORKING-STORAGE                           SECTION.               00000560
      *----------------------------------------------------             00000570
                                                                        00000580
            COPY DFHAID.                                                00000590
                                                                        00000600
      *----------------------------------------------------             00000610
       01 FILLER              PIC X(70) VALUE                           00000620
              '---------FILE STATUS E DADOS----------'.                 00000630
                                                                        00000640
      *        MESMO LAYOUT DA AREA DE LINK DE FERIAS DO MENU           00000650
      *        (FR16CIP4). DATAS DE TELA NO FORMATO DD/MM/AAAA.         00000660
       01 WRK-ENTRADA.                                                  00000670
          05 WRK-TRANS        PIC X(04).                                00000680
          05 WRK-ID           PIC X(05).                                00000690
          05 WRK-NOME-FUNC    PIC X(30) VALUE SPACES.                   00000700
          05 WRK-INICIO       PIC X(10) VALUE SPACES.                   00000710
          05 WRK-DIAS         PIC X(02) VALUE SPACES.                   00000720
          05 WRK-PER-INICIO   PIC X(10) VALUE SPACES.                   00000730
          05 WRK-PER-FIM      PIC X(10) VALUE SPACES.                   00000740
          05 WRK-LIMITE       PIC X(10) VALUE SPACES.                   00000750
          05 WRK-SALDO        PIC X(02) VALUE SPACES.                   00000760
          05 WRK-PROG-INICIO  PIC X(10) VALUE SPACES.                   00000770
          05 WRK-PROG-FIM     PIC X(10) VALUE SPACES.                   00000780
          05 WRK-STATUS       PIC X(01) VALUE SPACES.                   00000790
                                                                        00000800
                                                                        00000810
            COPY F16CID1.                                               00000820
                                                                        00000830
            COPY F16CIDA.                                               00000840
                                                                        00000850
            COPY F16CID3.                                               00000860
                                                                        00000870
            COPY F16CID8.                                               00000880
                                                                        00000890
       77 WRK-RESP            PIC S9(04) COMP.                          00000900
       77 WRK-ABSTIME         PIC S9(15) COMP-3.                        00000910
                                                                        00000920
       77 WRK-DIA              PIC 9(02).                               00000930
       77 WRK-MES              PIC 9(02).                               00000940
       77 WRK-ANO              PIC 9(04).                               00000950
       77 WRK-DIA-MAX          PIC 9(02).                               00000960
       77 WRK-DATA-NUM         PIC 9(08).                               00000970
       77 WRK-DATA-SISTEMA     PIC 9(08).                               00000980
       77 WRK-DATA-OK          PIC X(01).                               00000990
       77 WRK-DATA-AUX         PIC 9(08).                               00001000
       77 WRK-INI-INT          PIC S9(08) COMP.                         00001010
       77 WRK-FIM-NUM          PIC 9(08).                               00001020
       77 WRK-DIAS-NUM         PIC 9(02).                               00001030
       77 WRK-SALDO-NUM        PIC 9(02).                               00001040
                                                                        00001050
       77 WRK-USERID           PIC X(08).                               00001060
       77 WRK-AUTORIZADO       PIC X(01) VALUE 'S'.                     00001070
       77 WRK-SIT-PROCURADA    PIC X(01) VALUE SPACES.                  00001080
       77 WRK-ACHOU            PIC X(01) VALUE 'N'.                     00001090
       77 WRK-FIM-BROWSE       PIC X(01) VALUE 'N'.                     00001100
                                                                        00001110
       01 WRK-RID-FERIAS.                                               00001120
          05 WRK-RID-CHAVE     PIC X(05).                               00001130
          05 WRK-RID-AQUIS-INI PIC X(08).                               00001140
                                                                        00001150
       01 WRK-DATA-EDITADA.                                             00001160
          05 WRK-DTE-DIA       PIC X(02).                               00001170
          05 FILLER            PIC X(01) VALUE '/'.                     00001180
          05 WRK-DTE-MES       PIC X(02).                               00001190
          05 FILLER            PIC X(01) VALUE '/'.                     00001200
          05 WRK-DTE-ANO       PIC X(04).                               00001210
                                                                        00001220
      *----------------------------------------------------             00001230
       LINKAGE                                   SECTION.               00001240
      *----------------------------------------------------             00001250
       01 DFHCOMMAREA          PIC X(104).                              00001260
                                                                        00001270
      *====================================================             00001280
       PROCEDURE                                 DIVISION.              00001290
      *====================================================             00001300
      *****************************************************             00001310
      *          R O T I N A   P R I N C I P A L          *             00001320
      *****************************************************             00001330
      *----------------------------------------------------             00001340
       0000-PRINCIPAL                             SECTION.              00001350
      *----------------------------------------------------             00001360
      *        SO E ACIONADA VIA LINK PELO MENU: SEM COMMAREA           00001370
      *        NAO HA O QUE PROCESSAR.                                  00001380
            IF EIBCALEN GREATER THAN ZEROES                             00001390
               MOVE DFHCOMMAREA TO WRK-ENTRADA                          00001400
               PERFORM 2000-PROCESSAR                                   00001410
               MOVE WRK-ENTRADA TO DFHCOMMAREA                          00001420
            END-IF.                                                     00001430
                                                                        00001440
            EXEC CICS                                                   00001450
              RETURN                                                    00001460
            END-EXEC.                                                   00001470
      *----------------------------------------------------             00001480
       0000-99-FIM.                                EXIT.                00001490
      *----------------------------------------------------             00001500
      *****************************************************             00001510
      *               P R O C E S S A R                   *             00001520
      *****************************************************             00001530
      *----------------------------------------------------             00001540
       2000-PROCESSAR                             SECTION.              00001550
      *----------------------------------------------------             00001560
            MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-SISTEMA.       00001570
                                                                        00001580
            PERFORM 2050-VERIFICAR-PERFIL.                              00001590
                                                                        00001600
            IF WRK-AUTORIZADO EQUAL 'N'                                 00001610
               MOVE 'N' TO WRK-STATUS                                   00001620
            ELSE                                                        00001630
               PERFORM 2060-LER-FUNCIONARIO                             00001640
               IF WRK-STATUS EQUAL '1'                                  00001650
                  EVALUATE WRK-TRANS                                    00001660
                  WHEN 'FPRG'                                           00001670
                     PERFORM 2200-PROGRAMAR                             00001680
                  WHEN 'FCAN'                                           00001690
                     PERFORM 2300-CANCELAR                              00001700
                  WHEN OTHER                                            00001710
                     PERFORM 2100-CONSULTAR                             00001720
                  END-EVALUATE                                          00001730
               END-IF                                                   00001740
            END-IF.                                                     00001750
                                                                        00001760
            PERFORM 2900-GRAVAR-AUDITORIA.                              00001770
      *----------------------------------------------------             00001780
       2000-99-FIM.                                EXIT.                00001790
      *----------------------------------------------------             00001800
      *****************************************************             00001810
      *     V E R I F I C A R   P E R F I L               *             00001820
      *****************************************************             00001830
      *----------------------------------------------------             00001840
       2050-VERIFICAR-PERFIL                      SECTION.              00001850
      *----------------------------------------------------             00001860
            MOVE 'S' TO WRK-AUTORIZADO.                                 00001870
                                                                        00001880
            EXEC CICS ASSIGN                                            00001890
               USERID(WRK-USERID)                                       00001900
            END-EXEC.                                                   00001910
                                                                        00001920
            MOVE WRK-USERID TO PRF-USERID.                              00001930
            EXEC CICS READ                                              00001940
              FILE ('PERFIL')                                           00001950
              RIDFLD(PRF-USERID)                                        00001960
              INTO(PRF-REGISTRO)                                        00001970
              RESP(WRK-RESP)                                            00001980
            END-EXEC.                                                   00001990
                                                                        00002000
            EVALUATE WRK-TRANS                                          00002010
            WHEN 'FPRG'                                                 00002020
            WHEN 'FCAN'                                                 00002030
               IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                    00002040
                  OR PRF-MANUT-FUNC NOT EQUAL 'S'                       00002050
                  MOVE 'N' TO WRK-AUTORIZADO                            00002060
               END-IF                                                   00002070
            WHEN OTHER                                                  00002080
      *        CONSULTA: MESMA REGRA DA FR16CIP2 (SEM REGISTRO NO       00002090
      *        PERFIL AINDA CONSULTA).                                  00002100
               IF WRK-RESP EQUAL DFHRESP(NORMAL)                        00002110
                  AND PRF-CONSULTA NOT EQUAL 'S'                        00002120
                  MOVE 'N' TO WRK-AUTORIZADO                            00002130
               END-IF                                                   00002140
            END-EVALUATE.                                               00002150
      *----------------------------------------------------             00002160
       2050-99-FIM.                                EXIT.                00002170
      *----------------------------------------------------             00002180
      *****************************************************             00002190
      *     L E R   F U N C I O N A R I O                 *             00002200
      *****************************************************             00002210
      *----------------------------------------------------             00002220
       2060-LER-FUNCIONARIO                       SECTION.              00002230
      *----------------------------------------------------             00002240
            MOVE WRK-ID TO WRK-CHAVE.                                   00002250
            EXEC CICS READ                                              00002260
              FILE ('FUNC')                                             00002270
              RIDFLD(WRK-CHAVE)                                         00002280
              INTO(WRK-DADOS)                                           00002290
              RESP(WRK-RESP)                                            00002300
            END-EXEC.                                                   00002310
                                                                        00002320
            IF WRK-RESP EQUAL DFHRESP(NORMAL)                           00002330
               AND WRK-SITUACAO EQUAL 'A'                               00002340
               MOVE WRK-NOME TO WRK-NOME-FUNC                           00002350
               MOVE '1' TO WRK-STATUS                                   00002360
            ELSE                                                        00002370
               MOVE SPACES TO WRK-NOME-FUNC                             00002380
               MOVE '2' TO WRK-STATUS                                   00002390
            END-IF.                                                     00002400
      *----------------------------------------------------             00002410
       2060-99-FIM.                                EXIT.                00002420
      *----------------------------------------------------             00002430
      *****************************************************             00002440
      *     C O N S U L T A R   F E R I A S               *             00002450
      *****************************************************             00002460
      *----------------------------------------------------             00002470
       2100-CONSULTAR                             SECTION.              00002480
      *----------------------------------------------------             00002490
            MOVE SPACES TO WRK-SIT-PROCURADA.                           00002500
            PERFORM 2500-LOCALIZAR-PERIODO.                             00002510
                                                                        00002520
            IF WRK-ACHOU EQUAL 'S'                                      00002530
               PERFORM 2700-MOSTRAR-PERIODO                             00002540
            ELSE                                                        00002550
               MOVE 'V' TO WRK-STATUS                                   00002560
            END-IF.                                                     00002570
      *----------------------------------------------------             00002580
       2100-99-FIM.                                EXIT.                00002590
      *----------------------------------------------------             00002600
      *****************************************************             00002610
      *     P R O G R A M A R   F E R I A S               *             00002620
      *****************************************************             00002630
      *----------------------------------------------------             00002640
       2200-PROGRAMAR                             SECTION.              00002650
      *----------------------------------------------------             00002660
      *        O GOZO E SEMPRE LANCADO NO PERIODO EM ABERTO             00002670
      *        MAIS ANTIGO; SE ELE JA TEM PROGRAMACAO, E PRECISO        00002680
      *        CANCELA-LA ANTES DE MARCAR OUTRA.                        00002690
            MOVE SPACES TO WRK-SIT-PROCURADA.                           00002700
            PERFORM 2500-LOCALIZAR-PERIODO.                             00002710
                                                                        00002720
            IF WRK-ACHOU EQUAL 'N'                                      00002730
               MOVE 'V' TO WRK-STATUS                                   00002740
            ELSE                                                        00002750
               IF FER-SITUACAO EQUAL 'P'                                00002760
                  MOVE 'P' TO WRK-STATUS                                00002770
               ELSE                                                     00002780
                  PERFORM 2800-VALIDAR-INICIO                           00002790
                  IF WRK-STATUS EQUAL '1'                               00002800
                     PERFORM 2850-VALIDAR-DIAS                          00002810
                  END-IF                                                00002820
                  IF WRK-STATUS EQUAL '1'                               00002830
                     COMPUTE WRK-INI-INT =                              00002840
                             FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM)     00002850
                     COMPUTE WRK-FIM-NUM = FUNCTION DATE-OF-INTEGER     00002860
                             (WRK-INI-INT + WRK-DIAS-NUM - 1)           00002870
                     PERFORM 2600-LER-PARA-ATUALIZAR                    00002880
                  END-IF                                                00002890
                  IF WRK-STATUS EQUAL '1'                               00002900
                     MOVE WRK-DATA-NUM TO FER-PROG-INICIO               00002910
                     MOVE WRK-FIM-NUM  TO FER-PROG-FIM                  00002920
                     MOVE WRK-DIAS-NUM TO FER-PROG-DIAS                 00002930
                     MOVE 'P'          TO FER-SITUACAO                  00002940
                     PERFORM 2650-REGRAVAR-PERIODO                      00002950
                  END-IF                                                00002960
               END-IF                                                   00002970
               PERFORM 2700-MOSTRAR-PERIODO                             00002980
            END-IF.                                                     00002990
      *----------------------------------------------------             00003000
       2200-99-FIM.                                EXIT.                00003010
      *----------------------------------------------------             00003020
      *****************************************************             00003030
      *     C A N C E L A R   P R O G R A M A C A O       *             00003040
      *****************************************************             00003050
      *----------------------------------------------------             00003060
       2300-CANCELAR                              SECTION.              00003070
      *----------------------------------------------------             00003080
            MOVE 'P' TO WRK-SIT-PROCURADA.                              00003090
            PERFORM 2500-LOCALIZAR-PERIODO.                             00003100
                                                                        00003110
            IF WRK-ACHOU EQUAL 'N'                                      00003120
               MOVE 'X' TO WRK-STATUS                                   00003130
            ELSE                                                        00003140
      *        FERIAS QUE JA COMECARAM NAO SE CANCELAM AQUI; A          00003150
      *        BAIXA DO GOZO E FEITA PELO F16CIRJ.                      00003160
               IF FER-PROG-INICIO NOT GREATER THAN WRK-DATA-SISTEMA     00003170
                  MOVE 'G' TO WRK-STATUS                                00003180
               ELSE                                                     00003190
                  PERFORM 2600-LER-PARA-ATUALIZAR                       00003200
                  IF WRK-STATUS EQUAL '1'                               00003210
                     MOVE SPACES TO FER-PROG-INICIO                     00003220
                     MOVE SPACES TO FER-PROG-FIM                        00003230
                     MOVE ZEROES TO FER-PROG-DIAS                       00003240
                     MOVE 'A'    TO FER-SITUACAO                        00003250
                     PERFORM 2650-REGRAVAR-PERIODO                      00003260
                  END-IF                                                00003270
               END-IF                                                   00003280
               PERFORM 2700-MOSTRAR-PERIODO                             00003290
            END-IF.                                                     00003300
      *----------------------------------------------------             00003310
       2300-99-FIM.                                EXIT.                00003320
      *----------------------------------------------------             00003330
      *****************************************************             00003340
      *   L O C A L I Z A R   P E R I O D O               *             00003350
      *****************************************************             00003360
      *----------------------------------------------------             00003370
       2500-LOCALIZAR-PERIODO                     SECTION.              00003380
      *----------------------------------------------------             00003390
      *        A CHAVE DO FERIAS E FUNCIONARIO + INICIO DO              00003400
      *        PERIODO: O BROWSE A PARTIR DA CHAVE PARCIAL LE OS        00003410
      *        PERIODOS DO FUNCIONARIO DO MAIS ANTIGO PARA O MAIS       00003420
      *        NOVO. COM WRK-SIT-PROCURADA EM BRANCO VALE O             00003430
      *        PRIMEIRO NAO QUITADO; SENAO, O PRIMEIRO NAQUELA          00003440
      *        SITUACAO.                                                00003450
            MOVE 'N'        TO WRK-ACHOU.                               00003460
            MOVE 'N'        TO WRK-FIM-BROWSE.                          00003470
            MOVE WRK-ID     TO WRK-RID-CHAVE.                           00003480
            MOVE LOW-VALUES TO WRK-RID-AQUIS-INI.                       00003490
                                                                        00003500
            EXEC CICS STARTBR                                           00003510
               FILE ('FERIAS')                                          00003520
               RIDFLD(WRK-RID-FERIAS)                                   00003530
               GTEQ                                                     00003540
               RESP(WRK-RESP)                                           00003550
            END-EXEC.                                                   00003560
                                                                        00003570
            IF WRK-RESP EQUAL DFHRESP(NORMAL)                           00003580
               PERFORM UNTIL WRK-RESP NOT EQUAL DFHRESP(NORMAL)         00003590
                       OR WRK-FIM-BROWSE EQUAL 'S'                      00003600
                       OR WRK-ACHOU EQUAL 'S'                           00003610
                  EXEC CICS READNEXT                                    00003620
                     FILE ('FERIAS')                                    00003630
                     INTO(FER-REGISTRO)                                 00003640
                     RIDFLD(WRK-RID-FERIAS)                             00003650
                     RESP(WRK-RESP)                                     00003660
                  END-EXEC                                              00003670
                  IF WRK-RESP EQUAL DFHRESP(NORMAL)                     00003680
                     IF FER-CHAVE NOT EQUAL WRK-ID                      00003690
                        MOVE 'S' TO WRK-FIM-BROWSE                      00003700
                     ELSE                                               00003710
                        IF WRK-SIT-PROCURADA EQUAL SPACES               00003720
                           IF FER-SITUACAO NOT EQUAL 'Q'                00003730
                              MOVE 'S' TO WRK-ACHOU                     00003740
                           END-IF                                       00003750
                        ELSE                                            00003760
                           IF FER-SITUACAO EQUAL WRK-SIT-PROCURADA      00003770
                              MOVE 'S' TO WRK-ACHOU                     00003780
                           END-IF                                       00003790
                        END-IF                                          00003800
                     END-IF                                             00003810
                  END-IF                                                00003820
               END-PERFORM                                              00003830
                                                                        00003840
               EXEC CICS ENDBR                                          00003850
                  FILE ('FERIAS')                                       00003860
               END-EXEC                                                 00003870
            END-IF.                                                     00003880
      *----------------------------------------------------             00003890
       2500-99-FIM.                                EXIT.                00003900
      *----------------------------------------------------             00003910
      *****************************************************             00003920
      *   L E R   P A R A   A T U A L I Z A R             *             00003930
      *****************************************************             00003940
      *----------------------------------------------------             00003950
       2600-LER-PARA-ATUALIZAR                    SECTION.              00003960
      *----------------------------------------------------             00003970
      *        RELE O PERIODO LOCALIZADO COM UPDATE; OS CAMPOS          00003980
      *        JA CRITICADOS SAO APLICADOS DEPOIS DA RELEITURA.         00003990
            MOVE FER-CHAVE-REG TO WRK-RID-FERIAS.                       00004000
            EXEC CICS READ                                              00004010
              FILE ('FERIAS')                                           00004020
              RIDFLD(WRK-RID-FERIAS)                                    00004030
              INTO(FER-REGISTRO)                                        00004040
              UPDATE                                                    00004050
              RESP(WRK-RESP)                                            00004060
            END-EXEC.                                                   00004070
                                                                        00004080
            IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                       00004090
               MOVE '8' TO WRK-STATUS                                   00004100
            END-IF.                                                     00004110
      *----------------------------------------------------             00004120
       2600-99-FIM.                                EXIT.                00004130
      *----------------------------------------------------             00004140
      *****************************************************             00004150
      *   R E G R A V A R   P E R I O D O                 *             00004160
      *****************************************************             00004170
      *----------------------------------------------------             00004180
       2650-REGRAVAR-PERIODO                      SECTION.              00004190
      *----------------------------------------------------             00004200
            EXEC CICS REWRITE                                           00004210
              FILE ('FERIAS')                                           00004220
              FROM(FER-REGISTRO)                                        00004230
              RESP(WRK-RESP)                                            00004240
            END-EXEC.                                                   00004250
                                                                        00004260
            IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                       00004270
               MOVE '8' TO WRK-STATUS                                   00004280
            END-IF.                                                     00004290
      *----------------------------------------------------             00004300
       2650-99-FIM.                                EXIT.                00004310
      *----------------------------------------------------             00004320
      *****************************************************             00004330
      *   M O S T R A R   P E R I O D O                   *             00004340
      *****************************************************             00004350
      *----------------------------------------------------             00004360
       2700-MOSTRAR-PERIODO                       SECTION.              00004370
      *----------------------------------------------------             00004380
            MOVE FER-AQUIS-INI TO WRK-DATA-AUX.                         00004390
            PERFORM 2750-EDITAR-DATA.                                   00004400
            MOVE WRK-DATA-EDITADA TO WRK-PER-INICIO.                    00004410
                                                                        00004420
            MOVE FER-AQUIS-FIM TO WRK-DATA-AUX.                         00004430
            PERFORM 2750-EDITAR-DATA.                                   00004440
            MOVE WRK-DATA-EDITADA TO WRK-PER-FIM.                       00004450
                                                                        00004460
            MOVE FER-LIMITE TO WRK-DATA-AUX.                            00004470
            PERFORM 2750-EDITAR-DATA.                                   00004480
            MOVE WRK-DATA-EDITADA TO WRK-LIMITE.                        00004490
                                                                        00004500
            COMPUTE WRK-SALDO-NUM = FER-DIAS-DIREITO                    00004510
                                  - FER-DIAS-GOZADOS.                   00004520
            MOVE WRK-SALDO-NUM TO WRK-SALDO.                            00004530
                                                                        00004540
            IF FER-SITUACAO EQUAL 'P'                                   00004550
               MOVE FER-PROG-INICIO TO WRK-DATA-AUX                     00004560
               PERFORM 2750-EDITAR-DATA                                 00004570
               MOVE WRK-DATA-EDITADA TO WRK-PROG-INICIO                 00004580
               MOVE FER-PROG-FIM TO WRK-DATA-AUX                        00004590
               PERFORM 2750-EDITAR-DATA                                 00004600
               MOVE WRK-DATA-EDITADA TO WRK-PROG-FIM                    00004610
            ELSE                                                        00004620
               MOVE SPACES TO WRK-PROG-INICIO                           00004630
               MOVE SPACES TO WRK-PROG-FIM                              00004640
            END-IF.                                                     00004650
      *----------------------------------------------------             00004660
       2700-99-FIM.                                EXIT.                00004670
      *----------------------------------------------------             00004680
      *****************************************************             00004690
      *   E D I T A R   D A T A                           *             00004700
      *****************************************************             00004710
      *----------------------------------------------------             00004720
       2750-EDITAR-DATA                           SECTION.              00004730
      *----------------------------------------------------             00004740
      *        AAAAMMDD (EM WRK-DATA-AUX) PARA DD/MM/AAAA.              00004750
            MOVE WRK-DATA-AUX (7:2) TO WRK-DTE-DIA.                     00004760
            MOVE WRK-DATA-AUX (5:2) TO WRK-DTE-MES.                     00004770
            MOVE WRK-DATA-AUX (1:4) TO WRK-DTE-ANO.                     00004780
      *----------------------------------------------------             00004790
       2750-99-FIM.                                EXIT.                00004800
      *----------------------------------------------------             00004810
      *****************************************************             00004820
      *     V A L I D A R   D A T A   D E   I N I C I O   *             00004830
      *****************************************************             00004840
      *----------------------------------------------------             00004850
       2800-VALIDAR-INICIO                        SECTION.              00004860
      *----------------------------------------------------             00004870
      *        O INICIO DO GOZO TEM QUE SER DATA VALIDA E NAO           00004880
      *        PODE SER ANTERIOR AO DIA DA PROGRAMACAO (O               00004890
      *        PERIODO AQUISITIVO JA ESTA COMPLETO, POIS O              00004900
      *        F16CIRJ SO GERA PERIODOS ENCERRADOS).                    00004910
            MOVE 'S' TO WRK-DATA-OK.                                    00004920
                                                                        00004930
            IF WRK-INICIO (1:2) IS NOT NUMERIC                          00004940
               OR WRK-INICIO (4:2) IS NOT NUMERIC                       00004950
               OR WRK-INICIO (7:4) IS NOT NUMERIC                       00004960
               MOVE 'N' TO WRK-DATA-OK                                  00004970
            ELSE                                                        00004980
               MOVE WRK-INICIO (1:2) TO WRK-DIA                         00004990
               MOVE WRK-INICIO (4:2) TO WRK-MES                         00005000
               MOVE WRK-INICIO (7:4) TO WRK-ANO                         00005010
                                                                        00005020
               IF WRK-MES < 1 OR WRK-MES > 12                           00005030
                  MOVE 'N' TO WRK-DATA-OK                               00005040
               ELSE                                                     00005050
                  EVALUATE WRK-MES                                      00005060
                  WHEN 1  WHEN 3  WHEN 5  WHEN 7                        00005070
                  WHEN 8  WHEN 10 WHEN 12                               00005080
                     MOVE 31 TO WRK-DIA-MAX                             00005090
                  WHEN 4  WHEN 6  WHEN 9  WHEN 11                       00005100
                     MOVE 30 TO WRK-DIA-MAX                             00005110
                  WHEN 2                                                00005120
                     IF FUNCTION MOD(WRK-ANO, 4) EQUAL 0 AND            00005130
                        (FUNCTION MOD(WRK-ANO, 100) NOT EQUAL 0 OR      00005140
                         FUNCTION MOD(WRK-ANO, 400) EQUAL 0)            00005150
                        MOVE 29 TO WRK-DIA-MAX                          00005160
                     ELSE                                               00005170
                        MOVE 28 TO WRK-DIA-MAX                          00005180
                     END-IF                                             00005190
                  END-EVALUATE                                          00005200
                                                                        00005210
                  IF WRK-DIA < 1 OR WRK-DIA > WRK-DIA-MAX               00005220
                     MOVE 'N' TO WRK-DATA-OK                            00005230
                  END-IF                                                00005240
               END-IF                                                   00005250
                                                                        00005260
               IF WRK-DATA-OK EQUAL 'S'                                 00005270
                  COMPUTE WRK-DATA-NUM = WRK-ANO * 10000                00005280
                                       + WRK-MES * 100                  00005290
                                       + WRK-DIA                        00005300
                  IF WRK-DATA-NUM < WRK-DATA-SISTEMA                    00005310
                     MOVE 'N' TO WRK-DATA-OK                            00005320
                  END-IF                                                00005330
               END-IF                                                   00005340
            END-IF.                                                     00005350
                                                                        00005360
            IF WRK-DATA-OK EQUAL 'N'                                    00005370
               MOVE '5' TO WRK-STATUS                                   00005380
            END-IF.                                                     00005390
      *----------------------------------------------------             00005400
       2800-99-FIM.                                EXIT.                00005410
      *----------------------------------------------------             00005420
      *****************************************************             00005430
      *     V A L I D A R   D I A S   D E   G O Z O       *             00005440
      *****************************************************             00005450
      *----------------------------------------------------             00005460
       2850-VALIDAR-DIAS                          SECTION.              00005470
      *----------------------------------------------------             00005480
      *        FRACAO MINIMA DE 5 DIAS CORRIDOS, LIMITADA AO            00005490
      *        SALDO DO PERIODO. DIA DIGITADO COM UM SO                 00005500
      *        ALGARISMO VEM ALINHADO A ESQUERDA DA TELA.               00005510
            IF WRK-DIAS (2:1) EQUAL SPACE                               00005520
               OR WRK-DIAS (2:1) EQUAL LOW-VALUE                        00005530
               MOVE WRK-DIAS (1:1) TO WRK-DIAS (2:1)                    00005540
               MOVE '0'            TO WRK-DIAS (1:1)                    00005550
            END-IF.                                                     00005560
                                                                        00005570
            COMPUTE WRK-SALDO-NUM = FER-DIAS-DIREITO                    00005580
                                  - FER-DIAS-GOZADOS.                   00005590
                                                                        00005600
            IF WRK-DIAS IS NOT NUMERIC                                  00005610
               MOVE 'D' TO WRK-STATUS                                   00005620
            ELSE                                                        00005630
               MOVE WRK-DIAS TO WRK-DIAS-NUM                            00005640
               IF WRK-DIAS-NUM < 5                                      00005650
                  OR WRK-DIAS-NUM > WRK-SALDO-NUM                       00005660
                  MOVE 'D' TO WRK-STATUS                                00005670
               END-IF                                                   00005680
            END-IF.                                                     00005690
      *----------------------------------------------------             00005700
       2850-99-FIM.                                EXIT.                00005710
      *----------------------------------------------------             00005720
      *****************************************************             00005730
      *   G R A V A R   T R I L H A   D E   A U D I T O R I A           00005740
      *****************************************************             00005750
      *----------------------------------------------------             00005760
       2900-GRAVAR-AUDITORIA                      SECTION.              00005770
      *----------------------------------------------------             00005780
            EXEC CICS ASSIGN                                            00005790
               USERID(AUD-USERID)                                       00005800
               TERMID(AUD-TERMID)                                       00005810
            END-EXEC.                                                   00005820
                                                                        00005830
            EXEC CICS ASKTIME                                           00005840
               ABSTIME(WRK-ABSTIME)                                     00005850
            END-EXEC.                                                   00005860
                                                                        00005870
            EXEC CICS FORMATTIME                                        00005880
               ABSTIME(WRK-ABSTIME)                                     00005890
               YYYYMMDD(AUD-DATA)                                       00005900
               TIME(AUD-HORA)                                           00005910
               TIMESEP                                                  00005920
            END-EXEC.                                                   00005930
                                                                        00005940
            MOVE WRK-TRANS  TO AUD-TRANS.                               00005950
            MOVE WRK-ID     TO AUD-ID-PESQ.                             00005960
            MOVE WRK-STATUS TO AUD-STATUS.                              00005970
                                                                        00005980
            EXEC CICS WRITE                                             00005990
               FILE ('AUDIT')                                           00006000
               FROM(AUD-REGISTRO)                                       00006010
               RESP(WRK-RESP)                                           00006020
            END-EXEC.                                                   00006030
                                                                        00006040
            EVALUATE WRK-RESP                                           00006050
            WHEN DFHRESP(NORMAL)                                        00006060
               CONTINUE                                                 00006070
            WHEN OTHER                                                  00006080
               MOVE '8' TO WRK-STATUS                                   00006090
            END-EVALUATE.                                               00006100
      *----------------------------------------------------             00006110
       2900-99-FIM.                                EXIT.                00006120
      *----------------------------------------------------             00006130
