           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS DEP001-ID-DEP
           ALTERNATE RECORD KEY IS DEP001-CHAVE-CT WITH DUPLICATES
           FILE STATUS  IS W-FILE-STATUS-DEP001
           .
      *
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS SAQ001-ID-SAQ
           ALTERNATE RECORD KEY IS SAQ001-CHAVE-CT WITH DUPLICATES
           FILE STATUS  IS W-FILE-STATUS-SAQ001
           .
      *
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS TRF001-ID-TRF
           ALTERNATE RECORD KEY IS TRF001-CHAVE-ORIG WITH DUPLICATES
           ALTERNATE RECORD KEY IS TRF001-CHAVE-DEST WITH DUPLICATES
           FILE STATUS  IS W-FILE-STATUS-TRF001
           .
      *
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS TRX001-ID-TRX
           ALTERNATE RECORD KEY IS TRX001-CHAVE-ORIG WITH DUPLICATES
           FILE STATUS  IS W-FILE-STATUS-TRX001
           .
      *
           RECORD KEY   IS DVL001-ID-DVL
           FILE STATUS  IS W-FILE-STATUS-DVL001
           .
      *
      * pagamento de boleto e de conta de consumo (debito) gravado
      * pela operacao 6 do CTCS0002
      *
       SELECT PAG001
           ASSIGN TO CAMINHO-ARQ-PAG001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PAG001-ID-PAG
           ALTERNATE RECORD KEY IS PAG001-CHAVE-CT WITH DUPLICATES
           FILE STATUS  IS W-FILE-STATUS-PAG001
           .
      *
      * emprestimo pessoal (credito do principal) contratado pelo
      * CTCS0022 e parcelas (debito) pagas pelo CTCS0023
      *
       SELECT EMP001
           ASSIGN TO CAMINHO-ARQ-EMP001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS EMP001-ID-EMP
           FILE STATUS  IS W-FILE-STATUS-EMP001
           .
      *
       SELECT PCL001
           ASSIGN TO CAMINHO-ARQ-PCL001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PCL001-ID-PCL
           FILE STATUS  IS W-FILE-STATUS-PCL001
           .
      *
      * cheques do talonario (CTCS0024) pagos na compensacao pelo
      * CTCS0025
      *
       SELECT CHQ001
           ASSIGN TO CAMINHO-ARQ-CHQ001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHQ001-ID-CHQ
           FILE STATUS  IS W-FILE-STATUS-CHQ001
           .
      *
       SELECT ARQ-PARM
           ASSIGN TO 'CTCS0003.PRM'
               88  DEP001-ESTORNADO                   VALUE "S".
      * matricula do operador de caixa que efetivou o lancamento
           03  DEP001-MATR-OPER                PIC  9(006).
      * chave alternativa agencia/conta + timestamp - copia de
      * AG-CLI/CT-CLI/TS-DEP gravada junto com o lancamento, para que
      * os lancamentos de uma conta num dia ou periodo sejam lidos
      * direto, sem varrer o arquivo
           03  DEP001-CHAVE-CT.
               05  DEP001-AG-CHAVE             PIC  9(008).
               05  DEP001-CT-CHAVE             PIC  9(008).
               05  DEP001-TS-CHAVE             PIC  X(016).
      *
      *------------------------------------------------------------------------
       FD SAQ001.
               88  SAQ001-ESTORNADO                    VALUE "S".
      * matricula do operador de caixa que efetivou o lancamento
           03  SAQ001-MATR-OPER                 PIC  9(006).
      * chave alternativa agencia/conta + timestamp - copia de
      * AG-CLI/CT-CLI/TS-SAQ gravada junto com o lancamento, para que
      * os lancamentos de uma conta num dia ou periodo sejam lidos
      * direto, sem varrer o arquivo
           03  SAQ001-CHAVE-CT.
               05  SAQ001-AG-CHAVE              PIC  9(008).
               05  SAQ001-CT-CHAVE              PIC  9(008).
               05  SAQ001-TS-CHAVE              PIC  X(016).
      *
      *------------------------------------------------------------------------
       FD RND001.
           03  TRF001-AG-DEST                   PIC  9(008).
           03  TRF001-VL-TRF                    PIC  9(015)V99.
           03  TRF001-TS-TRF                    PIC  X(016).
      * chaves alternativas agencia/conta + timestamp de cada ponta -
      * copias de AG/CT-ORIG, AG/CT-DEST e TS-TRF gravadas junto com a
      * transferencia, para que os lancamentos de uma conta num dia ou
      * periodo sejam lidos direto, sem varrer o arquivo
           03  TRF001-CHAVE-ORIG.
               05  TRF001-AG-ORIG-CHAVE         PIC  9(008).
               05  TRF001-CT-ORIG-CHAVE         PIC  9(008).
               05  TRF001-TS-ORIG-CHAVE         PIC  X(016).
           03  TRF001-CHAVE-DEST.
               05  TRF001-AG-DEST-CHAVE         PIC  9(008).
               05  TRF001-CT-DEST-CHAVE         PIC  9(008).
               05  TRF001-TS-DEST-CHAVE         PIC  X(016).
      *
      *------------------------------------------------------------------------
       FD EST001.
               88  TRX001-DEVOLVIDA                    VALUE "D".
           03  TRX001-DT-REMESSA                PIC  X(008).
           03  TRX001-DT-RETORNO                PIC  X(008).
      * chave alternativa agencia/conta + timestamp da origem - copia
      * de AG-ORIG/CT-ORIG/TS-TRX gravada junto com a transferencia,
      * para que as transferencias de uma conta num dia ou periodo
      * sejam lidas direto, sem varrer o arquivo
           03  TRX001-CHAVE-ORIG.
               05  TRX001-AG-ORIG-CHAVE         PIC  9(008).
               05  TRX001-CT-ORIG-CHAVE         PIC  9(008).
               05  TRX001-TS-ORIG-CHAVE         PIC  X(016).
      *
      *------------------------------------------------------------------------
       FD DVL001.
           03  DVL001-ID-TRX-REF                PIC  9(018).
           03  DVL001-CD-DEVOLUCAO              PIC  X(002).
      *
      *------------------------------------------------------------------------
       FD PAG001.
      *------------------------------------------------------------------------
      * pagamento de boleto e de conta de consumo, gravado pelo
      * CTCS0002 - mesmo layout declarado la
      *
       01  PAG001-REGISTRO.
           03  PAG001-ID-PAG                    PIC  9(018).
           03  PAG001-AG-CLI                    PIC  9(004).
           03  PAG001-CT-CLI                    PIC  9(008).
           03  PAG001-TP-DOCUMENTO              PIC  X(001).
               88  PAG001-EH-BOLETO                    VALUE "B".
               88  PAG001-EH-ARRECADACAO               VALUE "A".
           03  PAG001-CD-BARRAS                 PIC  X(044).
           03  PAG001-CD-CONVENENTE             PIC  9(004).
           03  PAG001-VL-PAG                    PIC  9(015)V99.
           03  PAG001-DT-VENC                   PIC  X(008).
           03  PAG001-TS-PAG                    PIC  X(016).
           03  PAG001-ST-PAG                    PIC  X(001).
               88  PAG001-PENDENTE-REPASSE             VALUE "P".
               88  PAG001-REPASSADO                    VALUE "R".
           03  PAG001-DT-REPASSE                PIC  X(008).
           03  PAG001-MATR-OPER                 PIC  9(006).
      * chave alternativa agencia/conta + timestamp - copia de
      * AG-CLI/CT-CLI/TS-PAG gravada junto com o pagamento, para que
      * os pagamentos de uma conta num dia ou periodo sejam lidos
      * direto, sem varrer o arquivo
           03  PAG001-CHAVE-CT.
               05  PAG001-AG-CHAVE              PIC  9(008).
               05  PAG001-CT-CHAVE              PIC  9(008).
               05  PAG001-TS-CHAVE              PIC  X(016).
      *
      *------------------------------------------------------------------------
       FD EMP001.
      *------------------------------------------------------------------------
      * mesmo layout declarado no CTCS0022
      *
       01  EMP001-REGISTRO.
           03  EMP001-ID-EMP                    PIC  9(018).
           03  EMP001-AG-CLI                    PIC  9(004).
           03  EMP001-CT-CLI                    PIC  9(008).
           03  EMP001-VL-PRINCIPAL              PIC  9(015)V99.
           03  EMP001-TX-JUROS-MES              PIC  9(001)V9(004).
           03  EMP001-QT-PARCELAS               PIC  9(003).
           03  EMP001-VL-PARCELA                PIC  9(015)V99.
           03  EMP001-TS-CONTRATO               PIC  X(016).
           03  EMP001-ST-EMP                    PIC  X(001).
               88  EMP001-ATIVO                        VALUE "A".
               88  EMP001-EM-ATRASO                    VALUE "T".
               88  EMP001-QUITADO                      VALUE "Q".
           03  EMP001-DT-QUITACAO               PIC  X(008).
           03  EMP001-MATR-OPER                 PIC  9(006).
      *
      *------------------------------------------------------------------------
       FD PCL001.
      *------------------------------------------------------------------------
      * mesmo layout declarado no CTCS0022
      *
       01  PCL001-REGISTRO.
           03  PCL001-ID-PCL                    PIC  9(018).
           03  PCL001-ID-EMP                    PIC  9(018).
           03  PCL001-NR-PCL                    PIC  9(003).
           03  PCL001-AG-CLI                    PIC  9(004).
           03  PCL001-CT-CLI                    PIC  9(008).
           03  PCL001-DT-VENC                   PIC  X(008).
           03  PCL001-VL-PARCELA                PIC  9(015)V99.
           03  PCL001-VL-AMORTIZACAO            PIC  9(015)V99.
           03  PCL001-VL-JUROS                  PIC  9(015)V99.
           03  PCL001-SDO-DEVEDOR               PIC  9(015)V99.
           03  PCL001-ST-PCL                    PIC  X(001).
               88  PCL001-ABERTA                       VALUE "A".
               88  PCL001-EM-ATRASO                    VALUE "T".
               88  PCL001-PAGA                         VALUE "P".
           03  PCL001-VL-MORA                   PIC  9(015)V99.
           03  PCL001-AAMM-ULT-MORA             PIC  X(006).
           03  PCL001-VL-PAGO                   PIC  9(015)V99.
           03  PCL001-TS-PAGAMENTO              PIC  X(016).
      *
      *------------------------------------------------------------------------
       FD CHQ001.
      *------------------------------------------------------------------------
      * mesmo layout declarado no CTCS0024
      *
       01  CHQ001-REGISTRO.
           03  CHQ001-ID-CHQ.
               05  CHQ001-AG                    PIC  9(004).
               05  CHQ001-CT                    PIC  9(008).
               05  CHQ001-NR-CHEQUE             PIC  9(006).
           03  CHQ001-ID-CHQ-NUM REDEFINES CHQ001-ID-CHQ
                                                PIC  9(018).
           03  CHQ001-NR-PRIM-FOLHA             PIC  9(006).
           03  CHQ001-DT-EMISSAO                PIC  X(008).
           03  CHQ001-ST-CHQ                    PIC  X(001).
               88  CHQ001-EMITIDO                      VALUE "E".
               88  CHQ001-PAGO                         VALUE "P".
               88  CHQ001-SUSTADO                      VALUE "S".
               88  CHQ001-DEVOLVIDO                    VALUE "D".
           03  CHQ001-BCO-APRESENTANTE          PIC  9(003).
           03  CHQ001-VL-CHEQUE                 PIC  9(015)V99.
           03  CHQ001-TS-PAGAMENTO              PIC  X(016).
           03  CHQ001-DT-SUSTACAO               PIC  X(008).
           03  CHQ001-MOTIVO-SUSTACAO           PIC  X(040).
           03  CHQ001-CD-MOTIVO-DEV             PIC  X(002).
           03  CHQ001-DT-DEVOLUCAO              PIC  X(008).
           03  CHQ001-QT-DEVOLUCOES             PIC  9(002).
           03  CHQ001-MATR-OPER                 PIC  9(006).
      *
      *------------------------------------------------------------------------
       FD REL-EXTRATO.
      *------------------------------------------------------------------------
       77  W-FILE-STATUS-TAR001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-TRX001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-DVL001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-PAG001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-EMP001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-PCL001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-CHQ001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-REL-EXTRATO           PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-ARQ-PARM              PIC  X(002) VALUE ZEROS.
      *
       77  CAMINHO-ARQ-TAR001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-TRX001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-DVL001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-PAG001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-EMP001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-PCL001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-CHQ001                  PIC  X(100) VALUE SPACES.
      *
       77  W-MAX-ITENS                          PIC  9(004) VALUE 9999.
       77  W-QT-ITENS                           PIC  9(004) VALUE ZEROS
      * (credito) recreditada pelo CTCS0017
                   88  TB-EH-TRF-EXTERNA               VALUE "X".
                   88  TB-EH-DEVOLUCAO                 VALUE "V".
      * pagamento de boleto e de conta de consumo (CTCS0002 op. 6)
                   88  TB-EH-PAGAMENTO                 VALUE "P".
      * emprestimo pessoal creditado (CTCS0022) e parcela do
      * emprestimo debitada (CTCS0023)
                   88  TB-EH-EMPRESTIMO                VALUE "L".
                   88  TB-EH-PARCELA-EMP               VALUE "Q".
      * cheque pago na compensacao (CTCS0025)
                   88  TB-EH-CHEQUE                    VALUE "K".
               05  TB-TS                       PIC  X(016).
               05  TB-VALOR                    PIC  9(015)V99.
      *
      *
       01  W-DVL001-DISPONIVEL                 PIC  X(001) VALUE "N".
           88  W-DVL001-DISPONIVEL-SIM                 VALUE "S".
      *
      * PAG001 soh existe depois do primeiro pagamento do CTCS0002
      *
       01  W-PAG001-DISPONIVEL                 PIC  X(001) VALUE "N".
           88  W-PAG001-DISPONIVEL-SIM                 VALUE "S".
      *
      * EMP001 e PCL001 soh existem depois do primeiro emprestimo
      * contratado pelo CTCS0022
      *
       01  W-EMP001-DISPONIVEL                 PIC  X(001) VALUE "N".
           88  W-EMP001-DISPONIVEL-SIM                 VALUE "S".
      *
       01  W-PCL001-DISPONIVEL                 PIC  X(001) VALUE "N".
           88  W-PCL001-DISPONIVEL-SIM                 VALUE "S".
      *
      * CHQ001 soh existe depois do primeiro talao emitido pelo
      * CTCS0024
      *
       01  W-CHQ001-DISPONIVEL                 PIC  X(001) VALUE "N".
           88  W-CHQ001-DISPONIVEL-SIM                 VALUE "S".
      *
       01  W-LINHA-AVISO.
           03  FILLER                          PIC  X(040) VALUE
                                                VALUE ZEROS.
       01  W-VL-TOT-DEVOLUCOES                 PIC  9(015)V99
                                                VALUE ZEROS.
       01  W-VL-TOT-PAGAMENTOS                 PIC  9(015)V99
                                                VALUE ZEROS.
       01  W-VL-TOT-EMPRESTIMOS                PIC  9(015)V99
                                                VALUE ZEROS.
       01  W-VL-TOT-PARCELAS-EMP               PIC  9(015)V99
                                                VALUE ZEROS.
       01  W-VL-TOT-CHEQUES                    PIC  9(015)V99
                                                VALUE ZEROS.
      *
       01  W-LINHA-CAB1                        PIC  X(132) VALUE SPACES.
       01  W-LINHA-CAB2                        PIC  X(132) VALUE SPACES.
           03  FILLER                          PIC  X(034) VALUE
               "TOTAL DE DEVOL TRANSF EXTERNAS..: ".
           03  WLT-DEVOLUCOES                  PIC  --------.--9,99.
       01  W-LINHA-TOTAL11.
           03  FILLER                          PIC  X(034) VALUE
               "TOTAL DE PAGAMENTOS.............: ".
           03  WLT-PAGAMENTOS                  PIC  --------.--9,99.
       01  W-LINHA-TOTAL12.
           03  FILLER                          PIC  X(034) VALUE
               "TOTAL DE EMPRESTIMOS CREDITADOS.: ".
           03  WLT-EMPRESTIMOS                 PIC  --------.--9,99.
       01  W-LINHA-TOTAL13.
           03  FILLER                          PIC  X(034) VALUE
               "TOTAL DE PARCELAS DE EMPRESTIMO.: ".
           03  WLT-PARCELAS-EMP                PIC  --------.--9,99.
       01  W-LINHA-TOTAL14.
           03  FILLER                          PIC  X(034) VALUE
               "TOTAL DE CHEQUES COMPENSADOS....: ".
           03  WLT-CHEQUES                     PIC  --------.--9,99.
      *
      *------------------------------------------------------------------------
      * Nao ha como utilizar o LINKAGE SECTION no OpenCOBOL, entao
               IF W-DVL001-DISPONIVEL-SIM
                   CLOSE DVL001
               END-IF
               IF W-PAG001-DISPONIVEL-SIM
                   CLOSE PAG001
               END-IF
               IF W-EMP001-DISPONIVEL-SIM
                   CLOSE EMP001
               END-IF
               IF W-PCL001-DISPONIVEL-SIM
                   CLOSE PCL001
               END-IF
               IF W-CHQ001-DISPONIVEL-SIM
                   CLOSE CHQ001
               END-IF
           END-IF
      *
           GOBACK
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-PAG001
               AT END
                   DISPLAY "CTCS0003 - Carta de controle incompleta "
                       "- caminho de PAG001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-EMP001
               AT END
                   DISPLAY "CTCS0003 - Carta de controle incompleta "
                       "- caminho de EMP001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-PCL001
               AT END
                   DISPLAY "CTCS0003 - Carta de controle incompleta "
                       "- caminho de PCL001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-CHQ001
               AT END
                   DISPLAY "CTCS0003 - Carta de controle incompleta "
                       "- caminho de CHQ001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           CLOSE ARQ-PARM
           .
           IF W-FILE-STATUS-DVL001 EQUAL "00"
               SET W-DVL001-DISPONIVEL-SIM TO TRUE
           END-IF
      *
           OPEN INPUT PAG001
      *
           IF W-FILE-STATUS-PAG001 EQUAL "00"
               SET W-PAG001-DISPONIVEL-SIM TO TRUE
           END-IF
      *
           OPEN INPUT EMP001
      *
           IF W-FILE-STATUS-EMP001 EQUAL "00"
               SET W-EMP001-DISPONIVEL-SIM TO TRUE
           END-IF
      *
           OPEN INPUT PCL001
      *
           IF W-FILE-STATUS-PCL001 EQUAL "00"
               SET W-PCL001-DISPONIVEL-SIM TO TRUE
           END-IF
      *
           OPEN INPUT CHQ001
      *
           IF W-FILE-STATUS-CHQ001 EQUAL "00"
               SET W-CHQ001-DISPONIVEL-SIM TO TRUE
           END-IF
      *
           SET W-ARQUIVOS-ABERTOS-SIM TO TRUE
           .
      *------------------------------------------------------------------------
       020000-CARREGAR-MOVIMENTOS SECTION.
      *------------------------------------------------------------------------
      * carrega na tabela TB-EXTRATO os movimentos da agencia/conta
      * informada dentro da faixa de datas informada
      *
      * DEP001, SAQ001 e TRF001 sao lidos pela chave alternativa
      * agencia/conta + timestamp: a leitura parte do primeiro
      * lancamento da conta na data inicial e para no primeiro de
      * outra conta ou posterior a data final
      *
           MOVE CTCS0003-AGENCIA   TO DEP001-AG-CHAVE
           MOVE CTCS0003-CONTA     TO DEP001-CT-CHAVE
           MOVE LOW-VALUES         TO DEP001-TS-CHAVE
           MOVE CTCS0003-DT-INICIO TO DEP001-TS-CHAVE(1:8)
           START DEP001
               KEY IS GREATER THAN OR EQUAL DEP001-CHAVE-CT
               INVALID KEY
                   MOVE "S" TO W-FIM-ARQ
               NOT INVALID KEY
                   MOVE "N" TO W-FIM-ARQ
           END-START
           PERFORM UNTIL W-FIM-DE-ARQ
               READ DEP001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ TO TRUE
                   NOT AT END
                       IF DEP001-AG-CHAVE NOT EQUAL CTCS0003-AGENCIA
                          OR DEP001-CT-CHAVE NOT EQUAL CTCS0003-CONTA
                          OR DEP001-TS-CHAVE(1:8) > CTCS0003-DT-FIM
                           SET W-FIM-DE-ARQ TO TRUE
                       ELSE
                           PERFORM 021000-INCLUIR-ITEM-TABELA
                           IF DEP001-ESTORNADO
                               MOVE "F"        TO TB-TIPO(W-QT-ITENS)
               END-READ
           END-PERFORM
      *
           MOVE CTCS0003-AGENCIA   TO SAQ001-AG-CHAVE
           MOVE CTCS0003-CONTA     TO SAQ001-CT-CHAVE
           MOVE LOW-VALUES         TO SAQ001-TS-CHAVE
           MOVE CTCS0003-DT-INICIO TO SAQ001-TS-CHAVE(1:8)
           START SAQ001
               KEY IS GREATER THAN OR EQUAL SAQ001-CHAVE-CT
               INVALID KEY
                   MOVE "S" TO W-FIM-ARQ
               NOT INVALID KEY
                   MOVE "N" TO W-FIM-ARQ
           END-START
           PERFORM UNTIL W-FIM-DE-ARQ
               READ SAQ001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ TO TRUE
                   NOT AT END
                       IF SAQ001-AG-CHAVE NOT EQUAL CTCS0003-AGENCIA
                          OR SAQ001-CT-CHAVE NOT EQUAL CTCS0003-CONTA
                          OR SAQ001-TS-CHAVE(1:8) > CTCS0003-DT-FIM
                           SET W-FIM-DE-ARQ TO TRUE
                       ELSE
                           PERFORM 021000-INCLUIR-ITEM-TABELA
                           IF SAQ001-ESTORNADO
                               MOVE "G"        TO TB-TIPO(W-QT-ITENS)
           END-PERFORM
      *
      * cada transferencia aparece nas duas pontas: debito na conta de
      * origem, lido pela chave da origem, e credito na conta de
      * destino, lido pela chave do destino
      *
      * sem o arquivo, nao ha o que carregar
           IF W-TRF001-DISPONIVEL-SIM
               MOVE CTCS0003-AGENCIA   TO TRF001-AG-ORIG-CHAVE
               MOVE CTCS0003-CONTA     TO TRF001-CT-ORIG-CHAVE
               MOVE LOW-VALUES         TO TRF001-TS-ORIG-CHAVE
               MOVE CTCS0003-DT-INICIO TO TRF001-TS-ORIG-CHAVE(1:8)
               START TRF001
                   KEY IS GREATER THAN OR EQUAL TRF001-CHAVE-ORIG
                   INVALID KEY
                       MOVE "S" TO W-FIM-ARQ
                   NOT INVALID KEY
                       MOVE "N" TO W-FIM-ARQ
               END-START
           ELSE
               MOVE "S" TO W-FIM-ARQ
           END-IF
                   AT END
                       SET W-FIM-DE-ARQ TO TRUE
                   NOT AT END
                       IF TRF001-AG-ORIG-CHAVE NOT EQUAL
                          CTCS0003-AGENCIA
                          OR TRF001-CT-ORIG-CHAVE NOT EQUAL
                             CTCS0003-CONTA
                          OR TRF001-TS-ORIG-CHAVE(1:8) >
                             CTCS0003-DT-FIM
                           SET W-FIM-DE-ARQ TO TRUE
                       ELSE
                           PERFORM 021000-INCLUIR-ITEM-TABELA
                           MOVE "T"           TO TB-TIPO(W-QT-ITENS)
                           MOVE TRF001-TS-TRF TO TB-TS(W-QT-ITENS)
                           MOVE TRF001-VL-TRF TO TB-VALOR(W-QT-ITENS)
                       END-IF
               END-READ
           END-PERFORM
      *
      * sem o arquivo, nao ha o que carregar
           IF W-TRF001-DISPONIVEL-SIM
               MOVE CTCS0003-AGENCIA   TO TRF001-AG-DEST-CHAVE
               MOVE CTCS0003-CONTA     TO TRF001-CT-DEST-CHAVE
               MOVE LOW-VALUES         TO TRF001-TS-DEST-CHAVE
               MOVE CTCS0003-DT-INICIO TO TRF001-TS-DEST-CHAVE(1:8)
               START TRF001
                   KEY IS GREATER THAN OR EQUAL TRF001-CHAVE-DEST
                   INVALID KEY
                       MOVE "S" TO W-FIM-ARQ
                   NOT INVALID KEY
                       MOVE "N" TO W-FIM-ARQ
               END-START
           ELSE
               MOVE "S" TO W-FIM-ARQ
           END-IF
           PERFORM UNTIL W-FIM-DE-ARQ
               READ TRF001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ TO TRUE
                   NOT AT END
                       IF TRF001-AG-DEST-CHAVE NOT EQUAL
                          CTCS0003-AGENCIA
                          OR TRF001-CT-DEST-CHAVE NOT EQUAL
                             CTCS0003-CONTA
                          OR TRF001-TS-DEST-CHAVE(1:8) >
                             CTCS0003-DT-FIM
                           SET W-FIM-DE-ARQ TO TRUE
                       ELSE
                           PERFORM 021000-INCLUIR-ITEM-TABELA
                           MOVE "C"           TO TB-TIPO(W-QT-ITENS)
                           MOVE TRF001-TS-TRF TO TB-TS(W-QT-ITENS)
                           MOVE TRF001-VL-TRF TO TB-VALOR(W-QT-ITENS)
                       END-IF
               END-READ
           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
      *
      * pagamentos de boleto e de conta de consumo
      *
      * sem o arquivo, nao ha o que carregar
           IF W-PAG001-DISPONIVEL-SIM
               MOVE "N" TO W-FIM-ARQ
           ELSE
               MOVE "S" TO W-FIM-ARQ
           END-IF
           PERFORM UNTIL W-FIM-DE-ARQ
               READ PAG001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ TO TRUE
                   NOT AT END
                       IF PAG001-AG-CLI EQUAL CTCS0003-AGENCIA
                          AND PAG001-CT-CLI EQUAL CTCS0003-CONTA
                          AND PAG001-TS-PAG(1:8) >= CTCS0003-DT-INICIO
                          AND PAG001-TS-PAG(1:8) <= CTCS0003-DT-FIM
                           PERFORM 021000-INCLUIR-ITEM-TABELA
                           MOVE "P"            TO TB-TIPO(W-QT-ITENS)
                           MOVE PAG001-TS-PAG  TO TB-TS(W-QT-ITENS)
                           MOVE PAG001-VL-PAG  TO TB-VALOR(W-QT-ITENS)
                       END-IF
               END-READ
           END-PERFORM
      *
      * emprestimos pessoais - o principal entra como credito na data
      * da contratacao
      *
      * sem o arquivo, nao ha o que carregar
           IF W-EMP001-DISPONIVEL-SIM
               MOVE "N" TO W-FIM-ARQ
           ELSE
               MOVE "S" TO W-FIM-ARQ
           END-IF
           PERFORM UNTIL W-FIM-DE-ARQ
               READ EMP001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ TO TRUE
                   NOT AT END
                       IF EMP001-AG-CLI EQUAL CTCS0003-AGENCIA
                          AND EMP001-CT-CLI EQUAL CTCS0003-CONTA
                          AND EMP001-TS-CONTRATO(1:8) >=
                              CTCS0003-DT-INICIO
                          AND EMP001-TS-CONTRATO(1:8) <=
                              CTCS0003-DT-FIM
                           PERFORM 021000-INCLUIR-ITEM-TABELA
                           MOVE "L"            TO TB-TIPO(W-QT-ITENS)
                           MOVE EMP001-TS-CONTRATO
                               TO TB-TS(W-QT-ITENS)
                           MOVE EMP001-VL-PRINCIPAL
                               TO TB-VALOR(W-QT-ITENS)
                       END-IF
               END-READ
           END-PERFORM
      *
      * parcelas de emprestimo - soh as efetivamente debitadas, pelo
      * valor pago (parcela + mora) e na data do debito
      *
      * sem o arquivo, nao ha o que carregar
           IF W-PCL001-DISPONIVEL-SIM
               MOVE "N" TO W-FIM-ARQ
           ELSE
               MOVE "S" TO W-FIM-ARQ
           END-IF
           PERFORM UNTIL W-FIM-DE-ARQ
               READ PCL001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ TO TRUE
                   NOT AT END
                       IF PCL001-AG-CLI EQUAL CTCS0003-AGENCIA
                          AND PCL001-CT-CLI EQUAL CTCS0003-CONTA
                          AND PCL001-PAGA
                          AND PCL001-TS-PAGAMENTO(1:8) >=
                              CTCS0003-DT-INICIO
                          AND PCL001-TS-PAGAMENTO(1:8) <=
                              CTCS0003-DT-FIM
                           PERFORM 021000-INCLUIR-ITEM-TABELA
                           MOVE "Q"            TO TB-TIPO(W-QT-ITENS)
                           MOVE PCL001-TS-PAGAMENTO
                               TO TB-TS(W-QT-ITENS)
                           MOVE PCL001-VL-PAGO TO TB-VALOR(W-QT-ITENS)
                       END-IF
               END-READ
           END-PERFORM
      *
      * cheques compensados - a chave de CHQ001 comeca por agencia/
      * conta, entao a leitura parte do primeiro cheque da conta e
      * para no primeiro cheque de outra conta
      *
      * sem o arquivo, nao ha o que carregar
           IF W-CHQ001-DISPONIVEL-SIM
               MOVE CTCS0003-AGENCIA TO CHQ001-AG
               MOVE CTCS0003-CONTA   TO CHQ001-CT
               MOVE ZEROS            TO CHQ001-NR-CHEQUE
               START CHQ001
                   KEY IS GREATER THAN OR EQUAL CHQ001-ID-CHQ
                   INVALID KEY
                       MOVE "S" TO W-FIM-ARQ
                   NOT INVALID KEY
                       MOVE "N" TO W-FIM-ARQ
               END-START
           ELSE
               MOVE "S" TO W-FIM-ARQ
           END-IF
           PERFORM UNTIL W-FIM-DE-ARQ
               READ CHQ001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ TO TRUE
                   NOT AT END
                       IF CHQ001-AG NOT EQUAL CTCS0003-AGENCIA
                          OR CHQ001-CT NOT EQUAL CTCS0003-CONTA
                           SET W-FIM-DE-ARQ TO TRUE
                       ELSE
                           IF CHQ001-PAGO
                              AND CHQ001-TS-PAGAMENTO(1:8) >=
                                  CTCS0003-DT-INICIO
                              AND CHQ001-TS-PAGAMENTO(1:8) <=
                                  CTCS0003-DT-FIM
                               PERFORM 021000-INCLUIR-ITEM-TABELA
                               MOVE "K"          TO TB-TIPO(W-QT-ITENS)
                               MOVE CHQ001-TS-PAGAMENTO
                                   TO TB-TS(W-QT-ITENS)
                               MOVE CHQ001-VL-CHEQUE
                                   TO TB-VALOR(W-QT-ITENS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
      *
       020000-SAIR.
                         W-VL-TOT-TARIFAS
                         W-VL-TOT-TRF-EXTERNAS
                         W-VL-TOT-DEVOLUCOES
                         W-VL-TOT-PAGAMENTOS
                         W-VL-TOT-EMPRESTIMOS
                         W-VL-TOT-PARCELAS-EMP
                         W-VL-TOT-CHEQUES
      *
           PERFORM VARYING W-IX FROM 1 BY 1 UNTIL W-IX > W-QT-ITENS
               PERFORM 041000-FORMATAR-LINHA-MOV
      *
           MOVE W-VL-TOT-DEVOLUCOES TO WLT-DEVOLUCOES
           WRITE REL-EXTRATO-LINHA FROM W-LINHA-TOTAL10
      *
           MOVE W-VL-TOT-PAGAMENTOS TO WLT-PAGAMENTOS
           WRITE REL-EXTRATO-LINHA FROM W-LINHA-TOTAL11
      *
           MOVE W-VL-TOT-EMPRESTIMOS TO WLT-EMPRESTIMOS
           WRITE REL-EXTRATO-LINHA FROM W-LINHA-TOTAL12
      *
           MOVE W-VL-TOT-PARCELAS-EMP TO WLT-PARCELAS-EMP
           WRITE REL-EXTRATO-LINHA FROM W-LINHA-TOTAL13
      *
           MOVE W-VL-TOT-CHEQUES TO WLT-CHEQUES
           WRITE REL-EXTRATO-LINHA FROM W-LINHA-TOTAL14
      *
           MOVE W-SDO-CORRENTE TO WLT-SALDO-FINAL
           WRITE REL-EXTRATO-LINHA FROM W-LINHA-TOTAL4
                   ADD TB-VALOR(W-IX) TO W-SDO-CORRENTE
                   ADD TB-VALOR(W-IX) TO W-VL-TOT-DEVOLUCOES
                   MOVE "DEVOL TRF EXT" TO WL-TIPO
               WHEN TB-EH-PAGAMENTO(W-IX)
                   SUBTRACT TB-VALOR(W-IX) FROM W-SDO-CORRENTE
                   ADD TB-VALOR(W-IX) TO W-VL-TOT-PAGAMENTOS
                   MOVE "PAGAMENTO"    TO WL-TIPO
               WHEN TB-EH-EMPRESTIMO(W-IX)
                   ADD TB-VALOR(W-IX) TO W-SDO-CORRENTE
                   ADD TB-VALOR(W-IX) TO W-VL-TOT-EMPRESTIMOS
                   MOVE "EMPRESTIMO"   TO WL-TIPO
               WHEN TB-EH-PARCELA-EMP(W-IX)
                   SUBTRACT TB-VALOR(W-IX) FROM W-SDO-CORRENTE
                   ADD TB-VALOR(W-IX) TO W-VL-TOT-PARCELAS-EMP
                   MOVE "PARCELA EMPR" TO WL-TIPO
               WHEN TB-EH-CHEQUE(W-IX)
                   SUBTRACT TB-VALOR(W-IX) FROM W-SDO-CORRENTE
                   ADD TB-VALOR(W-IX) TO W-VL-TOT-CHEQUES
                   MOVE "CHEQUE"       TO WL-TIPO
      * movimentos estornados e estornos continuam afetando o saldo
      * corrente na ordem cronologica, mas ficam fora dos totais
      * normais de deposito/saque para nao inflar a conciliacao de
