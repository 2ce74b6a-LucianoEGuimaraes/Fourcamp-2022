               END-IF                                                   00004430
            END-EVALUATE.                                               00004440
                                                                        00004450
      *        STATUS 'A' E ALTERACAO ACEITA COM O SALARIO PENDENTE     00004451
      *        DE APROVACAO (PENDSAL) - NAO E ERRO.                     00004452
            IF SRT-STATUS NOT EQUAL '1' AND SRT-STATUS NOT EQUAL 'A'    00004453
               ADD 1 TO WRK-CNT-ERRO                                    00004470
            END-IF.                                                     00004480
                                                                        00004482
