      * fica fora do credito de rendimento do CTCS0006 e volta a
      * ativa no primeiro deposito ou saque aceito pelo CTCS0002
               88  CNT001-CT-DORMENTE               VALUE "D".
      * conta de titular falecido, marcada pelo CTCS0030 no registro
      * do obito - nao aceita deposito, saque nem transferencia, fica
      * fora do CTCS0006 e do CTCS0015 e soh eh encerrada pela
      * partilha do CTCS0030
               88  CNT001-CT-ESPOLIO                VALUE "O".
           03  CNT001-VL-LIM-CRD              PIC  9(015)V99.
      * tetos diarios de movimentacao por conta - zeros significa
      * sem teto; mantidos pelo CTCS0001 junto com o limite de
                   NOT AT END
                       IF CONTA-ATIVA AND SALDO > ZEROS
      * conta dormente na base de movimento (marcada pelo CTCS0020)
      * ou em espolio (marcada pelo CTCS0030) nao recebe rendimento
                           PERFORM 024000-VERIFICAR-DORMENCIA
                           IF NOT W-CONTA-DORMENTE-SIM
                               PERFORM 021000-CREDITAR-RENDIMENTO
      * consulta a situacao da conta corrente do cadastro na base de
      * movimento - a dormencia vive em CNT001-ST-CT, marcada pelo
      * CTCS0020; conta ainda ausente de CNT001 (antes da carga
      * inicial do CTCS0008) nao tem como estar dormente. A conta em
      * espolio (CTCS0030) tambem fica fora do rendimento e recebe o
      * mesmo tratamento
      *
           MOVE "N" TO W-CONTA-DORMENTE
      *
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CNT001-CT-DORMENTE OR CNT001-CT-ESPOLIO
                       SET W-CONTA-DORMENTE-SIM TO TRUE
                   END-IF
           END-READ
                       AT END
                           SET W-FIM-DE-ARQ-CNT001 TO TRUE
                       NOT AT END
      * a conta em espolio (CTCS0030) nao tem mais juros cobrados
                           IF CNT001-SDO < ZEROS
                              AND NOT CNT001-CT-ESPOLIO
                               PERFORM 031000-DEBITAR-JUROS
                           END-IF
                   END-READ
