      * fica fora do credito de rendimento do CTCS0006 e volta a
      * ativa no primeiro deposito ou saque aceito pelo CTCS0002
               88  CNT001-CT-DORMENTE               VALUE "D".
      * conta de titular falecido, marcada pelo CTCS0030 no registro
      * do obito - nao aceita deposito, saque nem transferencia, fica
      * fora do CTCS0006 e do CTCS0015 e soh eh encerrada pela
      * partilha do CTCS0030
               88  CNT001-CT-ESPOLIO                VALUE "O".
      * limite de cheque especial - o saque pode levar o saldo ate
      * -CNT001-VL-LIM-CRD, mantido pelo CTCS0001
           03  CNT001-VL-LIM-CRD              PIC  9(015)V99.
           MOVE DATA-ENCERRAMENTO TO CNT001-DT-ENCERRAMENTO
      * a dormencia eh um estado da base de movimento, marcado pelo
      * CTCS0020 - o cadastro ativo nao a desfaz (soh o primeiro
      * deposito ou saque aceito pelo CTCS0002 reativa a conta); o
      * mesmo vale para o espolio marcado pelo CTCS0030
           IF NOT ((CNT001-CT-DORMENTE OR CNT001-CT-ESPOLIO)
                   AND CONTA-ATIVA)
               MOVE SITUACAO-CONTA  TO CNT001-ST-CT
           END-IF
      *
