      *            EM EXECUCAO (INICIO SEM FIM POSTERIOR)  *            00000170
      *            E TERMINO COM ERRO (RC DIFERENTE DE     *            00000180
      *            ZERO). NO FIM CONFERE A CADEIA NOTURNA  *            00000190
      *            ESPERADA (F16CIRM, F16CIR2, F16CIR8,    *            00000191
      *            F16CIR4, F16CIR6 E F16CIRS) E APONTA    *            00000192
      *            QUEM NAO TEM EXECUCAO COMPLETA NO LOG.  *            00000193
      *            O F16CIRS E O MOVIMENTO PARA OS ACESSOS *            00000194
      *            DA TI: FALTANDO ELE, O ARQUIVO DO DIA   *            00000195
      *            NAO SAIU.                               *            00000196
      *            ESTE PROGRAMA E O LEITOR DO RUNLOG E    *            00000230
      *            NAO GRAVA REGISTRO PROPRIO NELE.        *            00000240
      *----------------------------------------------------*            00000250
                                                                        00001070
      *        CADEIA NOTURNA ESPERADA, NA ORDEM DO CICLO.              00001080
       01 TAB-ESPERADOS.                                                00001090
          05 FILLER            PIC X(08) VALUE 'F16CIRM'.               00001091
          05 FILLER            PIC X(08) VALUE 'F16CIR2'.               00001100
          05 FILLER            PIC X(08) VALUE 'F16CIR8'.               00001110
          05 FILLER            PIC X(08) VALUE 'F16CIR4'.               00001120
          05 FILLER            PIC X(08) VALUE 'F16CIR6'.               00001130
          05 FILLER            PIC X(08) VALUE 'F16CIRS'.               00001131
       01 FILLER REDEFINES TAB-ESPERADOS.                               00001140
          05 TAB-ESPERADO      OCCURS 6 TIMES                           00001141
                               INDEXED BY ESP-IDX                       00001160
                               PIC X(08).                               00001170
                                                                        00001180
            WRITE REL-LINHA.                                            00003920
                                                                        00003930
            PERFORM VARYING ESP-IDX FROM 1 BY 1                         00003940
                    UNTIL ESP-IDX > 6                                   00003941
               MOVE 'N' TO WRK-COMPLETO                                 00003960
               PERFORM VARYING TAB-IDX FROM 1 BY 1                      00003970
                       UNTIL TAB-IDX > TAB-QTDE                         00003980
