      *   HISTSET    HISTORICO DE SETORES     O  F16CID6  *             00077709
      *   CONTROLE   CONTROLE DE NUMERACAO  I/O  F16CID7  *             00077809
      *   PERFIL     PERFIS DE AUTORIZACAO    I  F16CID8  *             00077909
      *   PENDSAL    SALARIOS PENDENTES     I/O  F16CIDB  *             00077910
      *   JORNAL     DIARIO DE ATUALIZACOES  O  F16CIDC   *             00077911
      *   JANELA     CONTROLE JANELA BATCH   I  F16CIDD   *             00078960
      *   CARGO      CADASTRO MESTRE CARGOS  I  F16CIDF   *             00078961
      *====================================================*            00080009
      *====================================================             00081036
       ENVIRONMENT                               DIVISION.              00082036
          05 WRK-DATADEM      PIC X(10) VALUE SPACES.                   00144784
          05 WRK-MOTIVO-DESL  PIC X(01) VALUE SPACES.                   00144814
          05 WRK-STATUS       PIC X(01) VALUE SPACES.                   00144844
          05 WRK-CARGO        PIC X(04) VALUE SPACES.                   00144845
          05 WRK-CONFIRMA-FAIXA PIC X(01) VALUE SPACES.                 00144846
                                                                        00144944
                                                                        00145027
            COPY F16CID1.                                               00145178
                                                                        00146226
            COPY F16CID8.                                               00146230
                                                                        00146233
            COPY F16CIDB.                                               00146234
                                                                        00146235
            COPY F16CIDC.                                               00146236
                                                                        00146237
            COPY F16CIDD.                                               00146270
                                                                        00146271
            COPY F16CIDF.                                               00146272
                                                                        00146303
       77 WRK-RESP            PIC S9(04) COMP.                          00146337
       77 WRK-ABSTIME         PIC S9(15) COMP-3.                        00146360
                                                                        00146383
       77 WRK-ID-ANTERIOR      PIC X(05).                               00146911
       77 WRK-SALARIO-ANTERIOR PIC X(10).                               00146919
       77 WRK-SETOR-ANTERIOR   PIC X(04).                               00146923
       77 WRK-CARGO-ANTERIOR   PIC X(04).                               00146924
       77 WRK-CARGO-LIDO       PIC X(01).                               00146925
       77 WRK-USERID           PIC X(08).                               00146927
       77 WRK-RID-SETOR        PIC X(04).                               00146935
       77 WRK-RID-NOME         PIC X(30).                               00146943
      *        WRK-DADOS QUE ESTA SENDO INCLUIDO/ALTERADO.              00146972
      *        ATENCAO: WRK-FUNC-ORC ESPELHA O F16CID1 CAMPO A          00146973
      *        CAMPO E TEM QUE ACOMPANHAR QUALQUER MUDANCA DO           00146974
      *        BOOK - O FILLER X(15) DO FIM COBRE WRK-DATADEM           00146975
      *        (10) + WRK-MOTIVO-DESL (1) + WRK-CARGO (4), QUE A        00146976
      *        CRITICA NAO USA.                                         00146977
       77 WRK-SAL-NUM          PIC 9(10).                               00146973
       77 WRK-SAL-ANT-NUM      PIC 9(10).                               00146974
       77 WRK-ORC-SAL-NUM      PIC 9(10).                               00146975
       77 WRK-FIM-ORC          PIC X(01).                               00146978
       77 WRK-RID-CTL          PIC X(01) VALUE '1'.                     00146979
       77 WRK-AUTORIZADO       PIC X(01) VALUE 'S'.                     00146980
       77 WRK-STATUS-JANELA    PIC X(01) VALUE SPACES.                  00146981
                                                                        00146981
      *        CAMPOS DA APROVACAO DE SALARIO: AUMENTO ACIMA DO         00146982
      *        LIMITE DO REGISTRO '2' DO CONTROLE, OU REDUCAO,          00146983
      *        FICA PENDENTE NO PENDSAL (VER F16CIDB).                  00146984
       77 WRK-RID-LIMITE       PIC X(01) VALUE '2'.                     00146985
       77 WRK-LIMITE-APROV     PIC 9(03)V9(02).                         00146986
       77 WRK-PERC-ALTERACAO   PIC 9(05)V9(02).                         00146987
       77 WRK-PENDENTE         PIC X(01) VALUE 'N'.                     00146988
       77 WRK-TIPO-PEND        PIC X(01) VALUE SPACES.                  00146989
       77 WRK-SALARIO-DIGITADO PIC X(10).                               00146990
       77 WRK-FIM-PEND         PIC X(01).                               00146991
                                                                        00146992
       01 WRK-RID-PEND.                                                 00146993
          05 WRK-RPD-CHAVE     PIC X(05).                               00146994
          05 WRK-RPD-DATA-HORA PIC X(16).                               00146995
                                                                        00146979
       01 WRK-FUNC-ORC.                                                 00146980
          05 WRK-ORC-CHAVE     PIC X(05).                               00146981
          05 WRK-ORC-DATAADM   PIC X(10).                               00146985
          05 WRK-ORC-EMAIL     PIC X(40).                               00146986
          05 WRK-ORC-SITUACAO  PIC X(01).                               00146987
          05 FILLER            PIC X(15).                               00146988
                                                                        00146968
      *----------------------------------------------------             00146975
       LINKAGE                                   SECTION.               00146983
      *        RESULTADO (ENTRADA ECOADA + LISTA) VOLTA NA MESMA        00146995
      *        AREA, SEM SEND DE TELA.                                  00146996
       01 DFHCOMMAREA.                                                  00146997
          05 LNK-ENTRADA      PIC X(120).                               00146998
          05 LNK-LISTA        PIC X(789).                               00146999
                                                                        00147000
      *====================================================             00153000
      *        FUNCAO; TENTATIVA NEGADA SAI COM STATUS 'N' E VAI        00171922
      *        PARA A AUDITORIA COMO AS DEMAIS OPERACOES.               00171924
            PERFORM 2050-VERIFICAR-PERFIL.                              00171926
            PERFORM 2060-VERIFICAR-JANELA.                              00171927
                                                                        00171928
            IF WRK-AUTORIZADO EQUAL 'N'                                 00171929
               MOVE 'N' TO WRK-STATUS                                   00171930
            ELSE                                                        00171931
            IF WRK-STATUS-JANELA NOT EQUAL SPACES                       00171932
               MOVE WRK-STATUS-JANELA TO WRK-STATUS                     00171933
            ELSE                                                        00171934
            EVALUATE WRK-TRANS                                          00171932
              WHEN 'INCL'                                               00171933
                 PERFORM 2200-INCLUIR                                   00171936
              WHEN OTHER                                                00171957
                 PERFORM 2100-CONSULTAR                                 00171960
            END-EVALUATE                                                00171962
            END-IF                                                      00171963
            END-IF.                                                     00171963
                                                                        00171966
            PERFORM 2900-GRAVAR-AUDITORIA.                              00171969
       2050-99-FIM.                                EXIT.                00172062
      *----------------------------------------------------             00172063
      *****************************************************             00172064
      *     V E R I F I C A R   J A N E L A   B A T C H   *             00172065
      *****************************************************             00172066
      *----------------------------------------------------             00172067
       2060-VERIFICAR-JANELA                      SECTION.              00172068
      *----------------------------------------------------             00172069
      *        COM A JANELA BATCH BLOQUEADA (VER F16CIDD) AS            00172070
      *        ATUALIZACOES DO FUNC SAO RECUSADAS COM STATUS 'B';       00172071
      *        CONSULTA E PESQUISA NAO PASSAM POR AQUI. SEM O           00172072
      *        REGISTRO A JANELA ESTA LIVRE; OUTRO ERRO NA              00172073
      *        LEITURA RECUSA COM '8', PARA NAO ATUALIZAR SEM           00172074
      *        SABER SE HA BATCH RODANDO.                               00172075
            MOVE SPACES TO WRK-STATUS-JANELA.                           00172076
                                                                        00172077
            EVALUATE WRK-TRANS                                          00172078
            WHEN 'INCL'                                                 00172079
            WHEN 'ALTE'                                                 00172080
            WHEN 'EXCL'                                                 00172081
            WHEN 'REAT'                                                 00172082
               MOVE '1' TO JAN-CHAVE                                    00172083
               EXEC CICS READ                                           00172084
                 FILE ('JANELA')                                        00172085
                 RIDFLD(JAN-CHAVE)                                      00172086
                 INTO(JAN-REGISTRO)                                     00172087
                 RESP(WRK-RESP)                                         00172088
               END-EXEC                                                 00172089
               EVALUATE WRK-RESP                                        00172090
               WHEN DFHRESP(NORMAL)                                     00172091
                  IF JAN-SITUACAO EQUAL 'B'                             00172092
                     MOVE 'B' TO WRK-STATUS-JANELA                      00172093
                  END-IF                                                00172094
               WHEN DFHRESP(NOTFND)                                     00172095
                  CONTINUE                                              00172096
               WHEN OTHER                                               00172097
                  MOVE '8' TO WRK-STATUS-JANELA                         00172098
               END-EVALUATE                                             00172099
            WHEN OTHER                                                  00172100
               CONTINUE                                                 00172101
            END-EVALUATE.                                               00172102
      *----------------------------------------------------             00172103
       2060-99-FIM.                                EXIT.                00172104
      *----------------------------------------------------             00172105
      *****************************************************             00172064
      *     C O N S U L T A R   F U N C I O N A R I O     *             00172029
      *****************************************************             00172032
      *----------------------------------------------------             00172035
            MOVE 'A'                      TO WRK-SITUACAO.              00174938
            MOVE SPACES             TO WRK-DATADEM OF WRK-DADOS.        00174940
            MOVE SPACES             TO WRK-MOTIVO-DESL OF WRK-DADOS.    00174942
            MOVE WRK-CARGO OF WRK-ENTRADA TO WRK-CARGO OF WRK-DADOS.    00174943
            MOVE SPACES                   TO WRK-CARGO-ANTERIOR.        00174944
            MOVE '1'                      TO WRK-STATUS.                00174944
                                                                        00174949
            PERFORM 2600-VALIDAR-EMAIL.                                 00174961
               PERFORM 2800-VALIDAR-DATA                                00175094
            END-IF.                                                     00175106
            IF WRK-STATUS EQUAL '1'                                     00175110
               PERFORM 2770-VALIDAR-CARGO                               00175111
            END-IF.                                                     00175118
            IF WRK-STATUS EQUAL '1'                                     00175119
               PERFORM 2780-VALIDAR-FAIXA                               00175120
            END-IF.                                                     00175121
            IF WRK-STATUS EQUAL '1'                                     00175122
               PERFORM 2750-VALIDAR-ORCAMENTO                           00175114
            END-IF.                                                     00175115
                                                                        00175120
      *        ID EM BRANCO NA INCLUSAO RECEBE O PROXIMO NUMERO         00175121
      *        DO ARQUIVO DE CONTROLE (SO DEPOIS DE TODAS AS            00175122
               END-EXEC                                                 00175203
               EVALUATE WRK-RESP                                        00175215
               WHEN DFHRESP(NORMAL)                                     00175227
                  MOVE SPACES TO JNL-ANTES                              00175228
                  MOVE 'I'    TO JNL-OPERACAO                           00175229
                  PERFORM 2970-GRAVAR-JORNAL                            00175230
               WHEN DFHRESP(DUPREC)                                     00175251
                  MOVE '7' TO WRK-STATUS                                00175263
               WHEN OTHER                                               00175275
               IF WRK-SITUACAO OF WRK-DADOS NOT EQUAL 'A'               00175578
                  MOVE '2' TO WRK-STATUS                                00175590
               ELSE                                                     00175602
               MOVE WRK-DADOS TO JNL-ANTES                              00175603
               MOVE WRK-SALARIO OF WRK-DADOS TO WRK-SALARIO-ANTERIOR    00175608
               MOVE WRK-SETOR OF WRK-DADOS   TO WRK-SETOR-ANTERIOR      00175611
               MOVE WRK-CARGO OF WRK-DADOS   TO WRK-CARGO-ANTERIOR      00175612
               MOVE WRK-SETOR OF WRK-ENTRADA TO WRK-SETOR OF WRK-DADOS  00175614
               MOVE WRK-CARGO OF WRK-ENTRADA TO WRK-CARGO OF WRK-DADOS  00175615
               MOVE WRK-SALARIO OF WRK-ENTRADA                          00175626
                                      TO WRK-SALARIO OF WRK-DADOS       00175638
               MOVE WRK-EMAIL OF WRK-ENTRADA TO WRK-EMAIL OF WRK-DADOS  00175650
               IF WRK-STATUS EQUAL '1'                                  00175807
                  PERFORM 2800-VALIDAR-DATA                             00175819
               END-IF                                                   00175831
               IF WRK-STATUS EQUAL '1'                                  00175832
                  PERFORM 2770-VALIDAR-CARGO                            00175833
               END-IF                                                   00175834
                                                                        00175833
      *        A FAIXA DO CARGO SO E CONFERIDA QUANDO A ALTERACAO       00175834
      *        MEXE NO SALARIO OU NO CARGO - QUEM JA ESTAVA FORA        00175835
      *        DA FAIXA PODE TER O EMAIL OU O SETOR CORRIGIDO SEM       00175836
      *        PEDIR CONFIRMACAO DE NOVO.                               00175837
               IF WRK-STATUS EQUAL '1'                                  00175838
                  IF WRK-SALARIO OF WRK-DADOS NOT EQUAL                 00175839
                     WRK-SALARIO-ANTERIOR                               00175840
                     OR WRK-CARGO OF WRK-DADOS NOT EQUAL                00175841
                     WRK-CARGO-ANTERIOR                                 00175842
                     PERFORM 2780-VALIDAR-FAIXA                         00175843
                  END-IF                                                00175844
               END-IF                                                   00175845
                                                                        00175846
      *        O TETO DE FOLHA DO SETOR SO E CONFERIDO QUANDO A         00175834
      *        ALTERACAO AUMENTA A FOLHA: TROCA DE SETOR OU             00175835
      *        AUMENTO DE SALARIO (SALARIO ANTERIOR INVALIDO            00175836
                  END-IF                                                00175852
               END-IF                                                   00175853
                                                                        00175854
               MOVE 'N' TO WRK-PENDENTE                                 00175855
               IF WRK-STATUS EQUAL '1'                                  00175856
                  PERFORM 2350-VERIFICAR-APROVACAO                      00175857
               END-IF                                                   00175858
                                                                        00175859
               IF WRK-STATUS EQUAL '1'                                  00175860
                  EXEC CICS REWRITE                                     00175868
                    FILE ('FUNC')                                       00175880
                    FROM(WRK-DADOS)                                     00175892
                  IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                 00175928
                     MOVE '8' TO WRK-STATUS                             00175940
                  ELSE                                                  00175944
                     MOVE 'A' TO JNL-OPERACAO                           00175945
                     PERFORM 2970-GRAVAR-JORNAL                         00175946
                     IF WRK-PENDENTE EQUAL 'S'                          00175945
                        PERFORM 2370-GRAVAR-PENDENCIA                   00175946
                     END-IF                                             00175960
                     IF WRK-SALARIO OF WRK-DADOS NOT EQUAL              00175948
                        WRK-SALARIO-ANTERIOR                            00175952
                        PERFORM 2950-GRAVAR-HISTORICO                   00175956
                     END-IF                                             00175957
                     IF WRK-SETOR OF WRK-DADOS NOT EQUAL                00175961
                        WRK-SETOR-ANTERIOR                              00175962
                        PERFORM 2960-GRAVAR-HIST-SETOR                  00175963
       2300-99-FIM.                                EXIT.                00176819
      *----------------------------------------------------             00176906
      *****************************************************             00176907
      *   V E R I F I C A R   A P R O V A C A O           *             00176908
      *****************************************************             00176909
      *----------------------------------------------------             00176910
       2350-VERIFICAR-APROVACAO                   SECTION.              00176911
      *----------------------------------------------------             00176912
      *        AUMENTO ACIMA DO LIMITE DO CONTROLE OU QUALQUER          00176913
      *        REDUCAO DE SALARIO NAO VAI DIRETO PARA O FUNC: O         00176914
      *        REGISTRO E REGRAVADO COM O SALARIO ANTERIOR (OS          00176915
      *        DEMAIS CAMPOS ALTERADOS VALEM NA HORA) E O VALOR         00176916
      *        DIGITADO FICA PENDENTE NO PENDSAL ATE A DECISAO          00176917
      *        DE UM APROVADOR NA FR16CIP6. SALARIO ANTERIOR            00176918
      *        INVALIDO NAO PERMITE CALCULAR O PERCENTUAL E             00176919
      *        TAMBEM VAI PARA APROVACAO, POR PRUDENCIA.                00176920
            IF WRK-SALARIO OF WRK-DADOS NOT EQUAL                       00176921
               WRK-SALARIO-ANTERIOR                                     00176922
               PERFORM 2355-LER-LIMITE                                  00176923
               MOVE WRK-SALARIO OF WRK-DADOS TO WRK-SAL-NUM             00176924
               MOVE ZEROES TO WRK-PERC-ALTERACAO                        00176925
               IF WRK-SALARIO-ANTERIOR IS NOT NUMERIC                   00176926
                  OR WRK-SALARIO-ANTERIOR EQUAL ZEROES                  00176927
                  MOVE 'S' TO WRK-PENDENTE                              00176928
                  MOVE 'A' TO WRK-TIPO-PEND                             00176929
               ELSE                                                     00176930
                  MOVE WRK-SALARIO-ANTERIOR TO WRK-SAL-ANT-NUM          00176931
                  IF WRK-SAL-NUM LESS THAN WRK-SAL-ANT-NUM              00176932
                     MOVE 'S' TO WRK-PENDENTE                           00176933
                     MOVE 'R' TO WRK-TIPO-PEND                          00176934
                     COMPUTE WRK-PERC-ALTERACAO ROUNDED =               00176935
                             (WRK-SAL-ANT-NUM - WRK-SAL-NUM) * 100      00176936
                             / WRK-SAL-ANT-NUM                          00176937
                  ELSE                                                  00176938
                     COMPUTE WRK-PERC-ALTERACAO ROUNDED =               00176939
                             (WRK-SAL-NUM - WRK-SAL-ANT-NUM) * 100      00176940
                             / WRK-SAL-ANT-NUM                          00176941
                        ON SIZE ERROR                                   00176942
                           MOVE 99999,99 TO WRK-PERC-ALTERACAO          00176943
                     END-COMPUTE                                        00176944
                     IF WRK-PERC-ALTERACAO GREATER THAN                 00176945
                        WRK-LIMITE-APROV                                00176946
                        MOVE 'S' TO WRK-PENDENTE                        00176947
                        MOVE 'A' TO WRK-TIPO-PEND                       00176948
                     END-IF                                             00176949
                  END-IF                                                00176950
               END-IF                                                   00176951
            END-IF.                                                     00176952
                                                                        00176953
            IF WRK-PENDENTE EQUAL 'S'                                   00176954
               PERFORM 2360-VERIFICAR-PENDENCIA                         00176955
            END-IF.                                                     00176956
                                                                        00176957
            IF WRK-PENDENTE EQUAL 'S' AND WRK-STATUS EQUAL '1'          00176958
               MOVE WRK-SALARIO OF WRK-DADOS TO WRK-SALARIO-DIGITADO    00176959
               MOVE WRK-SALARIO-ANTERIOR                                00176960
                                      TO WRK-SALARIO OF WRK-DADOS       00176961
            END-IF.                                                     00176962
      *----------------------------------------------------             00176963
       2350-99-FIM.                                EXIT.                00176964
      *----------------------------------------------------             00176965
      *****************************************************             00176966
      *   L E R   L I M I T E   D E   A P R O V A C A O   *             00176967
      *****************************************************             00176968
      *----------------------------------------------------             00176969
       2355-LER-LIMITE                            SECTION.              00176970
      *----------------------------------------------------             00176971
      *        SEM O REGISTRO '2' NO CONTROLE O LIMITE E ZERO,          00176972
      *        OU SEJA, TODA ALTERACAO DE SALARIO PEDE APROVACAO.       00176973
            EXEC CICS READ                                              00176974
              FILE ('CONTROLE')                                         00176975
              RIDFLD(WRK-RID-LIMITE)                                    00176976
              INTO(CTL-REGISTRO)                                        00176977
              RESP(WRK-RESP)                                            00176978
            END-EXEC.                                                   00176979
                                                                        00176980
            IF WRK-RESP EQUAL DFHRESP(NORMAL)                           00176981
               AND CTL-LIMITE-APROV IS NUMERIC                          00176982
               MOVE CTL-LIMITE-APROV TO WRK-LIMITE-APROV                00176983
            ELSE                                                        00176984
               MOVE ZEROES TO WRK-LIMITE-APROV                          00176985
            END-IF.                                                     00176986
      *----------------------------------------------------             00176987
       2355-99-FIM.                                EXIT.                00176988
      *----------------------------------------------------             00176989
      *****************************************************             00176990
      *   V E R I F I C A R   P E N D E N C I A           *             00176991
      *****************************************************             00176992
      *----------------------------------------------------             00176993
       2360-VERIFICAR-PENDENCIA                   SECTION.              00176994
      *----------------------------------------------------             00176995
      *        SO UMA ALTERACAO PENDENTE POR FUNCIONARIO: SE JA         00176996
      *        HA OUTRA AGUARDANDO DECISAO, A NOVA E RECUSADA           00176997
      *        (STATUS 'P') E NADA E REGRAVADO.                         00176998
            MOVE 'N'        TO WRK-FIM-PEND.                            00176999
            MOVE WRK-CHAVE  TO WRK-RPD-CHAVE.                           00177000
            MOVE LOW-VALUES TO WRK-RPD-DATA-HORA.                       00177001
                                                                        00177002
            EXEC CICS STARTBR                                           00177003
               FILE ('PENDSAL')                                         00177004
               RIDFLD(WRK-RID-PEND)                                     00177005
               GTEQ                                                     00177006
               RESP(WRK-RESP)                                           00177007
            END-EXEC.                                                   00177008
                                                                        00177009
            IF WRK-RESP EQUAL DFHRESP(NORMAL)                           00177010
               PERFORM UNTIL WRK-RESP NOT EQUAL DFHRESP(NORMAL)         00177011
                       OR WRK-FIM-PEND EQUAL 'S'                        00177012
                  EXEC CICS READNEXT                                    00177013
                     FILE ('PENDSAL')                                   00177014
                     INTO(PND-REGISTRO)                                 00177015
                     RIDFLD(WRK-RID-PEND)                               00177016
                     RESP(WRK-RESP)                                     00177017
                  END-EXEC                                              00177018
                  IF WRK-RESP EQUAL DFHRESP(NORMAL)                     00177019
                     IF PND-CHAVE NOT EQUAL WRK-CHAVE                   00177020
                        MOVE 'S' TO WRK-FIM-PEND                        00177021
                     ELSE                                               00177022
                        IF PND-SITUACAO EQUAL 'P'                       00177023
                           MOVE 'P' TO WRK-STATUS                       00177024
                           MOVE 'S' TO WRK-FIM-PEND                     00177025
                        END-IF                                          00177026
                     END-IF                                             00177027
                  END-IF                                                00177028
               END-PERFORM                                              00177029
                                                                        00177030
               EXEC CICS ENDBR                                          00177031
                  FILE ('PENDSAL')                                      00177032
               END-EXEC                                                 00177033
            END-IF.                                                     00177034
      *----------------------------------------------------             00177035
       2360-99-FIM.                                EXIT.                00177036
      *----------------------------------------------------             00177037
      *****************************************************             00177038
      *   G R A V A R   P E N D E N C I A                 *             00177039
      *****************************************************             00177040
      *----------------------------------------------------             00177041
       2370-GRAVAR-PENDENCIA                      SECTION.              00177042
      *----------------------------------------------------             00177043
      *        TIPO (A/R) DA 2350 EM WRK-TIPO-PEND (O BROWSE DA         00177044
      *        2360 SOBREPOE A PND-REGISTRO). GRAVADA A PENDENCIA       00177045
      *        O STATUS PASSA A 'A' (AGUARDANDO APROVACAO).             00177046
            EXEC CICS ASKTIME                                           00177047
               ABSTIME(WRK-ABSTIME)                                     00177048
            END-EXEC.                                                   00177049
                                                                        00177050
            EXEC CICS FORMATTIME                                        00177051
               ABSTIME(WRK-ABSTIME)                                     00177052
               YYYYMMDD(PND-DATA)                                       00177053
               TIME(PND-HORA)                                           00177054
               TIMESEP                                                  00177055
            END-EXEC.                                                   00177056
                                                                        00177057
            MOVE WRK-CHAVE            TO PND-CHAVE.                     00177058
            MOVE WRK-TIPO-PEND        TO PND-TIPO.                      00177059
            MOVE WRK-SALARIO-ANTERIOR TO PND-SALARIO-ANT.               00177060
            MOVE WRK-SALARIO-DIGITADO TO PND-SALARIO-NOVO.              00177061
            MOVE WRK-PERC-ALTERACAO   TO PND-PERCENTUAL.                00177062
            MOVE WRK-USERID           TO PND-MAKER.                     00177063
            MOVE 'P'                  TO PND-SITUACAO.                  00177064
            MOVE SPACES               TO PND-CHECKER.                   00177065
            MOVE SPACES               TO PND-DATA-DEC.                  00177066
            MOVE SPACES               TO PND-HORA-DEC.                  00177067
                                                                        00177068
            EXEC CICS WRITE                                             00177069
               FILE ('PENDSAL')                                         00177070
               FROM(PND-REGISTRO)                                       00177071
               RIDFLD(PND-CHAVE-REG)                                    00177072
               RESP(WRK-RESP)                                           00177073
            END-EXEC.                                                   00177074
                                                                        00177075
            EVALUATE WRK-RESP                                           00177076
            WHEN DFHRESP(NORMAL)                                        00177077
               MOVE 'A' TO WRK-STATUS                                   00177078
            WHEN OTHER                                                  00177079
               MOVE '8' TO WRK-STATUS                                   00177080
            END-EVALUATE.                                               00177081
      *----------------------------------------------------             00177082
       2370-99-FIM.                                EXIT.                00177083
      *----------------------------------------------------             00177084
      *****************************************************             00176907
      *   I N A T I V A R   F U N C I O N A R I O         *             00176908
      *****************************************************             00176909
      *----------------------------------------------------             00176910
               MOVE '1' TO WRK-STATUS                                   00176926
               PERFORM 2470-VALIDAR-DESLIGAMENTO                        00176927
               IF WRK-STATUS EQUAL '1'                                  00176928
                  MOVE WRK-DADOS TO JNL-ANTES                           00176929
                  MOVE 'I' TO WRK-SITUACAO                              00176929
                  MOVE WRK-DATADEM OF WRK-ENTRADA                       00176930
                       TO WRK-DATADEM OF WRK-DADOS                      00176931
                  END-EXEC                                              00176938
                  IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                 00176939
                     MOVE '8' TO WRK-STATUS                             00176940
                  ELSE                                                  00176941
                     MOVE 'E' TO JNL-OPERACAO                           00176942
                     PERFORM 2970-GRAVAR-JORNAL                         00176943
                  END-IF                                                00176941
               END-IF                                                   00176942
               END-IF                                                   00176943
                  END-IF                                                00177119
               END-IF                                                   00177120
               IF WRK-STATUS EQUAL '1'                                  00177015
                  MOVE WRK-DADOS TO JNL-ANTES                           00177016
                  MOVE 'A'    TO WRK-SITUACAO                           00177016
                  MOVE SPACES TO WRK-DATADEM OF WRK-DADOS               00177017
                  MOVE SPACES TO WRK-MOTIVO-DESL OF WRK-DADOS           00177018
                  END-EXEC                                              00177023
                  IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                 00177024
                     MOVE '8' TO WRK-STATUS                             00177025
                  ELSE                                                  00177026
                     MOVE 'R' TO JNL-OPERACAO                           00177027
                     PERFORM 2970-GRAVAR-JORNAL                         00177028
                  END-IF                                                00177026
               END-IF                                                   00177027
               END-IF                                                   00177028
       2750-99-FIM.                                EXIT.                00302676
      *----------------------------------------------------             00302677
      *****************************************************             00302617
      *            V A L I D A R   C A R G O               *            00302618
      *****************************************************             00302619
      *----------------------------------------------------             00302620
       2770-VALIDAR-CARGO                         SECTION.              00302621
      *----------------------------------------------------             00302622
      *        CARGO EM BRANCO SO PASSA NA ALTERACAO DE REGISTRO        00302623
      *        QUE AINDA NAO TEM CARGO (ANTERIOR AO CADASTRO DE         00302624
      *        CARGOS) - SEM CARGO NAO HA FAIXA A CONFERIR. CARGO       00302625
      *        EXTINTO (CRG-SITUACAO 'I') SO VALE PARA QUEM JA          00302626
      *        ESTAVA NELE; NA INCLUSAO E NA TROCA E RECUSADO.          00302627
            MOVE 'N' TO WRK-CARGO-LIDO.                                 00302628
                                                                        00302629
            IF WRK-CARGO OF WRK-DADOS EQUAL SPACES                      00302630
               OR WRK-CARGO OF WRK-DADOS EQUAL LOW-VALUES               00302631
               IF WRK-TRANS EQUAL 'INCL'                                00302632
                  OR WRK-CARGO-ANTERIOR NOT EQUAL SPACES                00302633
                  MOVE 'C' TO WRK-STATUS                                00302634
               ELSE                                                     00302635
                  MOVE SPACES TO WRK-CARGO OF WRK-DADOS                 00302636
               END-IF                                                   00302637
            ELSE                                                        00302638
               MOVE WRK-CARGO OF WRK-DADOS TO CRG-CODIGO                00302639
               EXEC CICS READ                                           00302640
                 FILE ('CARGO')                                         00302641
                 RIDFLD(CRG-CODIGO)                                     00302642
                 INTO(CRG-REGISTRO)                                     00302643
                 RESP(WRK-RESP)                                         00302644
               END-EXEC                                                 00302645
               EVALUATE WRK-RESP                                        00302646
               WHEN DFHRESP(NORMAL)                                     00302647
                  IF CRG-SITUACAO EQUAL 'I'                             00302648
                     AND WRK-CARGO OF WRK-DADOS NOT EQUAL               00302649
                         WRK-CARGO-ANTERIOR                             00302650
                     MOVE 'C' TO WRK-STATUS                             00302651
                  ELSE                                                  00302652
                     MOVE 'S' TO WRK-CARGO-LIDO                         00302653
                  END-IF                                                00302654
               WHEN DFHRESP(NOTFND)                                     00302655
                  MOVE 'C' TO WRK-STATUS                                00302656
               WHEN OTHER                                               00302657
                  MOVE '8' TO WRK-STATUS                                00302658
               END-EVALUATE                                             00302659
            END-IF.                                                     00302660
      *----------------------------------------------------             00302661
       2770-99-FIM.                                EXIT.                00302662
      *----------------------------------------------------             00302663
      *****************************************************             00302664
      *     V A L I D A R   F A I X A   S A L A R I A L   *             00302665
      *****************************************************             00302666
      *----------------------------------------------------             00302667
       2780-VALIDAR-FAIXA                         SECTION.              00302668
      *----------------------------------------------------             00302669
      *        CRG-REGISTRO JA FOI LIDO PELA 2770-VALIDAR-CARGO.        00302670
      *        MINIMO OU MAXIMO ZERO VALE COMO SEM LIMITE NAQUELA       00302671
      *        PONTA DA FAIXA. SALARIO FORA DA FAIXA SO PASSA COM       00302672
      *        'S' NA CONFIRMACAO DO OPERADOR; SEM ELA VOLTA O          00302673
      *        STATUS 'F' E NADA E GRAVADO.                             00302674
            IF WRK-CARGO-LIDO EQUAL 'S'                                 00302675
               AND WRK-CONFIRMA-FAIXA NOT EQUAL 'S'                     00302676
               MOVE WRK-SALARIO OF WRK-DADOS TO WRK-SAL-NUM             00302677
               IF CRG-SAL-MINIMO IS NUMERIC                             00302678
                  AND CRG-SAL-MINIMO GREATER THAN ZEROES                00302679
                  AND WRK-SAL-NUM LESS THAN CRG-SAL-MINIMO              00302680
                  MOVE 'F' TO WRK-STATUS                                00302681
               END-IF                                                   00302682
               IF CRG-SAL-MAXIMO IS NUMERIC                             00302683
                  AND CRG-SAL-MAXIMO GREATER THAN ZEROES                00302684
                  AND WRK-SAL-NUM GREATER THAN CRG-SAL-MAXIMO           00302685
                  MOVE 'F' TO WRK-STATUS                                00302686
               END-IF                                                   00302687
            END-IF.                                                     00302688
      *----------------------------------------------------             00302689
       2780-99-FIM.                                EXIT.                00302690
      *----------------------------------------------------             00302691
      *****************************************************             00302692
      *        V A L I D A R   D A T A   D E   A D M I S S A O          00302618
      *****************************************************             00302619
      *----------------------------------------------------             00302620
      *----------------------------------------------------             00302797
       2960-99-FIM.                                EXIT.                00302798
      *----------------------------------------------------             00302799
      *****************************************************             00302800
      *   G R A V A R   J O R N A L   D O   F U N C       *             00302801
      *****************************************************             00302802
      *----------------------------------------------------             00302803
       2970-GRAVAR-JORNAL                         SECTION.              00302804
      *----------------------------------------------------             00302805
      *        CHAMADA LOGO APOS CADA WRITE/REWRITE DO FUNC COM         00302806
      *        SUCESSO, COM A IMAGEM ANTERIOR JA GUARDADA EM            00302807
      *        JNL-ANTES (EM BRANCO NA INCLUSAO) E A OPERACAO EM        00302808
      *        JNL-OPERACAO. A IMAGEM POSTERIOR E O WRK-DADOS           00302809
      *        COMO FOI GRAVADO. VER F16CIDC.                           00302810
            EXEC CICS ASSIGN                                            00302811
               USERID(JNL-USERID)                                       00302812
            END-EXEC.                                                   00302813
                                                                        00302814
            EXEC CICS ASKTIME                                           00302815
               ABSTIME(WRK-ABSTIME)                                     00302816
            END-EXEC.                                                   00302817
                                                                        00302818
            EXEC CICS FORMATTIME                                        00302819
               ABSTIME(WRK-ABSTIME)                                     00302820
               YYYYMMDD(JNL-DATA)                                       00302821
               TIME(JNL-HORA)                                           00302822
               TIMESEP                                                  00302823
            END-EXEC.                                                   00302824
                                                                        00302825
            MOVE 'FR16CIP2' TO JNL-PROGRAMA.                            00302826
            MOVE WRK-CHAVE  TO JNL-CHAVE.                               00302827
            MOVE WRK-DADOS  TO JNL-DEPOIS.                              00302828
                                                                        00302829
            EXEC CICS WRITE                                             00302830
               FILE ('JORNAL')                                          00302831
               FROM(JNL-REGISTRO)                                       00302832
               RESP(WRK-RESP)                                           00302833
            END-EXEC.                                                   00302834
                                                                        00302835
            EVALUATE WRK-RESP                                           00302836
            WHEN DFHRESP(NORMAL)                                        00302837
               CONTINUE                                                 00302838
            WHEN OTHER                                                  00302839
               MOVE '8' TO WRK-STATUS                                   00302840
            END-EVALUATE.                                               00302841
      *----------------------------------------------------             00302842
       2970-99-FIM.                                EXIT.                00302843
      *----------------------------------------------------             00302844
