           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS DEP001-ID-DEP
           ALTERNATE RECORD KEY IS DEP001-CHAVE-CT WITH DUPLICATES
           FILE STATUS  IS W-FILE-STATUS-DEP001
           .
      *
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS SAQ001-ID-SAQ
           ALTERNATE RECORD KEY IS SAQ001-CHAVE-CT WITH DUPLICATES
           FILE STATUS  IS W-FILE-STATUS-SAQ001
           .
      *
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS TRF001-ID-TRF
           ALTERNATE RECORD KEY IS TRF001-CHAVE-ORIG WITH DUPLICATES
           ALTERNATE RECORD KEY IS TRF001-CHAVE-DEST WITH DUPLICATES
           FILE STATUS  IS W-FILE-STATUS-TRF001
           .
      *
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS TRX001-ID-TRX
           ALTERNATE RECORD KEY IS TRX001-CHAVE-ORIG WITH DUPLICATES
           FILE STATUS  IS W-FILE-STATUS-TRX001
           .
      *
           FILE STATUS  IS W-FILE-STATUS-DVL001
           .
      *
      * pagamento de boleto e de conta de consumo (debito na conta
      * do cliente) gravado pela operacao 6 do CTCS0002
      *
       SELECT PAG001
           ASSIGN TO CAMINHO-ARQ-PAG001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS PAG001-ID-PAG
           ALTERNATE RECORD KEY IS PAG001-CHAVE-CT WITH DUPLICATES
           FILE STATUS  IS W-FILE-STATUS-PAG001
           .
      *
      * emprestimo pessoal (credito do principal na conta) contratado
      * pelo CTCS0022 e parcelas (debito) pagas pelo CTCS0023
      *
       SELECT EMP001
           ASSIGN TO CAMINHO-ARQ-EMP001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS EMP001-ID-EMP
           FILE STATUS  IS W-FILE-STATUS-EMP001
           .
      *
       SELECT PCL001
           ASSIGN TO CAMINHO-ARQ-PCL001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
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
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CHQ001-ID-CHQ
           FILE STATUS  IS W-FILE-STATUS-CHQ001
           .
      *
      * controle de execucao dos jobs que compartilham as bases -
      * cada execucao registra inicio e fim com timestamp e contador
      * de registros; job conflitante em andamento aborta a execucao
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
       FD JRS001.
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
       FD RUN001.
      *------------------------------------------------------------------------
       77  W-FILE-STATUS-TAR001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-TRX001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-DVL001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-PAG001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-EMP001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-PCL001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-CHQ001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-RUN001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-ARQ-PARM              PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-REL-CONC              PIC  X(002) VALUE ZEROS.
       77  CAMINHO-ARQ-TAR001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-TRX001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-DVL001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-PAG001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-EMP001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-PCL001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-CHQ001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-RUN001                  PIC  X(100) VALUE SPACES.
      *
       77  W-MAX-CONTAS                        PIC  9(004) VALUE 9999.
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
       01  W-LINHA-CAB                         PIC  X(132) VALUE
           "CONCILIACAO CNT001 x (DEP001-SAQ001) - CONTAS DIVERGENTES".
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-PAG001
               AT END
                   DISPLAY "CTCS0004 - Carta de controle incompleta "
                       "- caminho de PAG001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-EMP001
               AT END
                   DISPLAY "CTCS0004 - Carta de controle incompleta "
                       "- caminho de EMP001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-PCL001
               AT END
                   DISPLAY "CTCS0004 - Carta de controle incompleta "
                       "- caminho de PCL001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-CHQ001
               AT END
                   DISPLAY "CTCS0004 - Carta de controle incompleta "
                       "- caminho de CHQ001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-RUN001
               AT END
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
                           TB-VL-LIQUIDO(W-IX)
               END-READ
           END-PERFORM
      *
      * cada pagamento de boleto ou de conta de consumo debita a conta
      * do cliente - o repasse ao convenente nao mexe no saldo
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
                       PERFORM 039700-LOCALIZAR-CONTA-PAG
                       SUBTRACT PAG001-VL-PAG FROM
                           TB-VL-LIQUIDO(W-IX)
               END-READ
           END-PERFORM
      *
      * cada emprestimo contratado credita o principal na conta
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
                       PERFORM 039800-LOCALIZAR-CONTA-EMP
                       ADD EMP001-VL-PRINCIPAL TO
                           TB-VL-LIQUIDO(W-IX)
               END-READ
           END-PERFORM
      *
      * cada parcela paga debita da conta o valor efetivamente cobrado
      * (parcela + mora) - parcelas em aberto ou em atraso ainda nao
      * mexeram no saldo
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
                       IF PCL001-PAGA
                           PERFORM 039900-LOCALIZAR-CONTA-PCL
                           SUBTRACT PCL001-VL-PAGO FROM
                               TB-VL-LIQUIDO(W-IX)
                       END-IF
               END-READ
           END-PERFORM
      *
      * cada cheque pago na compensacao debita o valor do cheque -
      * cheques emitidos, sustados ou devolvidos nao mexeram no saldo
      *
      * sem o arquivo, nao ha o que carregar
           IF W-CHQ001-DISPONIVEL-SIM
               MOVE "N" TO W-FIM-ARQ
           ELSE
               MOVE "S" TO W-FIM-ARQ
           END-IF
           PERFORM UNTIL W-FIM-DE-ARQ
               READ CHQ001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ TO TRUE
                   NOT AT END
                       IF CHQ001-PAGO
                           PERFORM 039950-LOCALIZAR-CONTA-CHQ
                           SUBTRACT CHQ001-VL-CHEQUE FROM
                               TB-VL-LIQUIDO(W-IX)
                       END-IF
               END-READ
           END-PERFORM
           .
      *
       030000-SAIR.
       039500-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       039700-LOCALIZAR-CONTA-PAG SECTION.
      *------------------------------------------------------------------------
      * localiza (ou cria) a posicao da tabela correspondente a
      * agencia e conta do pagamento corrente (PAG001-AG-CLI /
      * PAG001-CT-CLI)
      *
           MOVE "N" TO W-ACHOU-CONTA
      *
           PERFORM VARYING W-IX FROM 1 BY 1 UNTIL W-IX > W-QT-CONTAS
               IF TB-AG(W-IX) EQUAL PAG001-AG-CLI
                  AND TB-CT(W-IX) EQUAL PAG001-CT-CLI
                   SET W-ACHOU-A-CONTA TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
      *
           IF NOT W-ACHOU-A-CONTA
               IF W-QT-CONTAS >= W-MAX-CONTAS
                   DISPLAY "CTCS0004 - Quantidade de contas excede a "
                       "capacidade da tabela de conciliacao."
                   PERFORM 000000-SAIR
               END-IF
               ADD 1 TO W-QT-CONTAS
               MOVE W-QT-CONTAS      TO W-IX
               MOVE PAG001-AG-CLI    TO TB-AG(W-IX)
               MOVE PAG001-CT-CLI    TO TB-CT(W-IX)
               MOVE ZEROS            TO TB-VL-LIQUIDO(W-IX)
           END-IF
           .
      *
       039700-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       039800-LOCALIZAR-CONTA-EMP SECTION.
      *------------------------------------------------------------------------
      * localiza (ou cria) a posicao da tabela correspondente a
      * agencia e conta do emprestimo corrente (EMP001-AG-CLI /
      * EMP001-CT-CLI)
      *
           MOVE "N" TO W-ACHOU-CONTA
      *
           PERFORM VARYING W-IX FROM 1 BY 1 UNTIL W-IX > W-QT-CONTAS
               IF TB-AG(W-IX) EQUAL EMP001-AG-CLI
                  AND TB-CT(W-IX) EQUAL EMP001-CT-CLI
                   SET W-ACHOU-A-CONTA TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
      *
           IF NOT W-ACHOU-A-CONTA
               IF W-QT-CONTAS >= W-MAX-CONTAS
                   DISPLAY "CTCS0004 - Quantidade de contas excede a "
                       "capacidade da tabela de conciliacao."
                   PERFORM 000000-SAIR
               END-IF
               ADD 1 TO W-QT-CONTAS
               MOVE W-QT-CONTAS      TO W-IX
               MOVE EMP001-AG-CLI    TO TB-AG(W-IX)
               MOVE EMP001-CT-CLI    TO TB-CT(W-IX)
               MOVE ZEROS            TO TB-VL-LIQUIDO(W-IX)
           END-IF
           .
      *
       039800-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       039900-LOCALIZAR-CONTA-PCL SECTION.
      *------------------------------------------------------------------------
      * localiza (ou cria) a posicao da tabela correspondente a
      * agencia e conta da parcela corrente (PCL001-AG-CLI /
      * PCL001-CT-CLI)
      *
           MOVE "N" TO W-ACHOU-CONTA
      *
           PERFORM VARYING W-IX FROM 1 BY 1 UNTIL W-IX > W-QT-CONTAS
               IF TB-AG(W-IX) EQUAL PCL001-AG-CLI
                  AND TB-CT(W-IX) EQUAL PCL001-CT-CLI
                   SET W-ACHOU-A-CONTA TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
      *
           IF NOT W-ACHOU-A-CONTA
               IF W-QT-CONTAS >= W-MAX-CONTAS
                   DISPLAY "CTCS0004 - Quantidade de contas excede a "
                       "capacidade da tabela de conciliacao."
                   PERFORM 000000-SAIR
               END-IF
               ADD 1 TO W-QT-CONTAS
               MOVE W-QT-CONTAS      TO W-IX
               MOVE PCL001-AG-CLI    TO TB-AG(W-IX)
               MOVE PCL001-CT-CLI    TO TB-CT(W-IX)
               MOVE ZEROS            TO TB-VL-LIQUIDO(W-IX)
           END-IF
           .
      *
       039900-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       039950-LOCALIZAR-CONTA-CHQ SECTION.
      *------------------------------------------------------------------------
      * localiza (ou cria) a posicao da tabela correspondente a
      * agencia e conta do cheque corrente (CHQ001-AG / CHQ001-CT)
      *
           MOVE "N" TO W-ACHOU-CONTA
      *
           PERFORM VARYING W-IX FROM 1 BY 1 UNTIL W-IX > W-QT-CONTAS
               IF TB-AG(W-IX) EQUAL CHQ001-AG
                  AND TB-CT(W-IX) EQUAL CHQ001-CT
                   SET W-ACHOU-A-CONTA TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
      *
           IF NOT W-ACHOU-A-CONTA
               IF W-QT-CONTAS >= W-MAX-CONTAS
                   DISPLAY "CTCS0004 - Quantidade de contas excede a "
                       "capacidade da tabela de conciliacao."
                   PERFORM 000000-SAIR
               END-IF
               ADD 1 TO W-QT-CONTAS
               MOVE W-QT-CONTAS      TO W-IX
               MOVE CHQ001-AG        TO TB-AG(W-IX)
               MOVE CHQ001-CT        TO TB-CT(W-IX)
               MOVE ZEROS            TO TB-VL-LIQUIDO(W-IX)
           END-IF
           .
      *
       039950-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       040000-CONFERIR-CONTAS SECTION.
      *------------------------------------------------------------------------
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
           PERFORM 055000-REGISTRAR-FIM-RUN
