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
               88  CNT001-CT-ENCERRADA              VALUE "E".
      * conta sem movimentacao prolongada, marcada por este programa
               88  CNT001-CT-DORMENTE               VALUE "D".
      * conta de titular falecido, marcada pelo CTCS0030 no registro
      * do obito - nao aceita deposito, saque nem transferencia, fica
      * fora do CTCS0006 e do CTCS0015 e soh eh encerrada pela
      * partilha do CTCS0030
               88  CNT001-CT-ESPOLIO                VALUE "O".
           03  CNT001-VL-LIM-CRD              PIC  9(015)V99.
           03  CNT001-VL-LIM-SAQ-DIA          PIC  9(015)V99.
           03  CNT001-VL-LIM-TRF-DIA          PIC  9(015)V99.
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
       FD TRF001.
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
       FD SDO001.
       01  W-FIM-ARQ                           PIC  X(001) VALUE "N".
           88  W-FIM-DE-ARQ                            VALUE "S".
      *
      * fim da leitura dos lancamentos de uma conta - independente do
      * W-FIM-ARQ, que controla a leitura de CNT001
      *
       01  W-FIM-ARQ-LCT                       PIC  X(001) VALUE "N".
           88  W-FIM-DE-ARQ-LCT                        VALUE "S".
      *
      * data a partir da qual os lancamentos da conta corrente sao
      * lidos pela chave alternativa agencia/conta + timestamp de
      * DEP001/SAQ001/TRF001 - a data de corte na primeira leitura e
      * zeros na releitura completa
      *
       77  W-DT-INICIO-LEITURA                 PIC  X(008) VALUE ZEROS.
      *
      * data do ultimo movimento apurada para a conta corrente de
      * CNT001 - o maior entre os ledgers, o corte do expurgo (SDO001)
      * e a data de abertura da conta
      *
       77  W-DT-ULT-MOV-CONTA                  PIC  X(008) VALUE ZEROS.
           PERFORM 012000-VALIDAR-PARM-MESES
           PERFORM 015000-CALCULAR-DT-CORTE
           PERFORM 020000-ABRIR-ARQUIVOS
           PERFORM 050000-MARCAR-DORMENTES
           .
      *
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       040000-APURAR-ULTIMO-MOVIMENTO SECTION.
      *------------------------------------------------------------------------
      * Entrada: CNT001-AG / CNT001-CT
      * Saida..: W-DT-ULT-MOV-CONTA
      *
      * apura a maior data de movimento da conta em DEP001, SAQ001 e
      * TRF001 (as duas pontas), lendo pela chave alternativa apenas
      * os lancamentos da conta - lancamentos estornados tambem
      * contam, pois a conta foi movimentada de qualquer forma
      *
      * a primeira leitura parte da data de corte: um unico
      * lancamento nessa data ou depois ja tira a conta da dormencia,
      * e a data exata nao interessa ao relatorio
      *
           MOVE ZEROS      TO W-DT-ULT-MOV-CONTA
           MOVE W-DT-CORTE TO W-DT-INICIO-LEITURA
      *
           PERFORM 041000-LER-DEP001-CONTA
      *
           IF W-DT-ULT-MOV-CONTA < W-DT-CORTE
               PERFORM 042000-LER-SAQ001-CONTA
           END-IF
      *
           IF W-DT-ULT-MOV-CONTA < W-DT-CORTE
               PERFORM 043000-LER-TRF001-ORIGEM
           END-IF
      *
           IF W-DT-ULT-MOV-CONTA < W-DT-CORTE
               PERFORM 044000-LER-TRF001-DESTINO
           END-IF
      *
      * sem lancamento desde a data de corte - a conta eh candidata a
      * dormente e os ledgers sao relidos desde o inicio para achar a
      * data do ultimo movimento, que sai no relatorio
      *
           IF W-DT-ULT-MOV-CONTA < W-DT-CORTE
               MOVE ZEROS TO W-DT-INICIO-LEITURA
               PERFORM 041000-LER-DEP001-CONTA
               PERFORM 042000-LER-SAQ001-CONTA
               PERFORM 043000-LER-TRF001-ORIGEM
               PERFORM 044000-LER-TRF001-DESTINO
           END-IF
           .
      *
       040000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       041000-LER-DEP001-CONTA SECTION.
      *------------------------------------------------------------------------
      * Entrada: CNT001-AG / CNT001-CT / W-DT-INICIO-LEITURA
      * Saida..: W-DT-ULT-MOV-CONTA
      *
      * a leitura para no primeiro deposito de outra conta ou assim
      * que a conta mostra movimento a partir da data de corte
      *
           MOVE CNT001-AG           TO DEP001-AG-CHAVE
           MOVE CNT001-CT           TO DEP001-CT-CHAVE
           MOVE LOW-VALUES          TO DEP001-TS-CHAVE
           MOVE W-DT-INICIO-LEITURA TO DEP001-TS-CHAVE(1:8)
      *
           START DEP001
               KEY IS GREATER THAN OR EQUAL DEP001-CHAVE-CT
               INVALID KEY
                   MOVE "S" TO W-FIM-ARQ-LCT
               NOT INVALID KEY
                   MOVE "N" TO W-FIM-ARQ-LCT
           END-START
      *
           PERFORM UNTIL W-FIM-DE-ARQ-LCT
               READ DEP001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ-LCT TO TRUE
                   NOT AT END
                       IF DEP001-AG-CHAVE NOT EQUAL CNT001-AG
                          OR DEP001-CT-CHAVE NOT EQUAL CNT001-CT
                           SET W-FIM-DE-ARQ-LCT TO TRUE
                       ELSE
                           IF DEP001-TS-CHAVE(1:8) >
                              W-DT-ULT-MOV-CONTA
                               MOVE DEP001-TS-CHAVE(1:8)
                                   TO W-DT-ULT-MOV-CONTA
                           END-IF
                           IF W-DT-ULT-MOV-CONTA NOT < W-DT-CORTE
                               SET W-FIM-DE-ARQ-LCT TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
      *
       041000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       042000-LER-SAQ001-CONTA SECTION.
      *------------------------------------------------------------------------
      * Entrada: CNT001-AG / CNT001-CT / W-DT-INICIO-LEITURA
      * Saida..: W-DT-ULT-MOV-CONTA
      *
           MOVE CNT001-AG           TO SAQ001-AG-CHAVE
           MOVE CNT001-CT           TO SAQ001-CT-CHAVE
           MOVE LOW-VALUES          TO SAQ001-TS-CHAVE
           MOVE W-DT-INICIO-LEITURA TO SAQ001-TS-CHAVE(1:8)
      *
           START SAQ001
               KEY IS GREATER THAN OR EQUAL SAQ001-CHAVE-CT
               INVALID KEY
                   MOVE "S" TO W-FIM-ARQ-LCT
               NOT INVALID KEY
                   MOVE "N" TO W-FIM-ARQ-LCT
           END-START
      *
           PERFORM UNTIL W-FIM-DE-ARQ-LCT
               READ SAQ001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ-LCT TO TRUE
                   NOT AT END
                       IF SAQ001-AG-CHAVE NOT EQUAL CNT001-AG
                          OR SAQ001-CT-CHAVE NOT EQUAL CNT001-CT
                           SET W-FIM-DE-ARQ-LCT TO TRUE
                       ELSE
                           IF SAQ001-TS-CHAVE(1:8) >
                              W-DT-ULT-MOV-CONTA
                               MOVE SAQ001-TS-CHAVE(1:8)
                                   TO W-DT-ULT-MOV-CONTA
                           END-IF
                           IF W-DT-ULT-MOV-CONTA NOT < W-DT-CORTE
                               SET W-FIM-DE-ARQ-LCT TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
      *
       042000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       043000-LER-TRF001-ORIGEM SECTION.
      *------------------------------------------------------------------------
      * Entrada: CNT001-AG / CNT001-CT / W-DT-INICIO-LEITURA
      * Saida..: W-DT-ULT-MOV-CONTA
      *
           MOVE CNT001-AG           TO TRF001-AG-ORIG-CHAVE
           MOVE CNT001-CT           TO TRF001-CT-ORIG-CHAVE
           MOVE LOW-VALUES          TO TRF001-TS-ORIG-CHAVE
           MOVE W-DT-INICIO-LEITURA TO TRF001-TS-ORIG-CHAVE(1:8)
      *
           START TRF001
               KEY IS GREATER THAN OR EQUAL TRF001-CHAVE-ORIG
               INVALID KEY
                   MOVE "S" TO W-FIM-ARQ-LCT
               NOT INVALID KEY
                   MOVE "N" TO W-FIM-ARQ-LCT
           END-START
      *
           PERFORM UNTIL W-FIM-DE-ARQ-LCT
               READ TRF001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ-LCT TO TRUE
                   NOT AT END
                       IF TRF001-AG-ORIG-CHAVE NOT EQUAL CNT001-AG
                          OR TRF001-CT-ORIG-CHAVE NOT EQUAL CNT001-CT
                           SET W-FIM-DE-ARQ-LCT TO TRUE
                       ELSE
                           IF TRF001-TS-ORIG-CHAVE(1:8) >
                              W-DT-ULT-MOV-CONTA
                               MOVE TRF001-TS-ORIG-CHAVE(1:8)
                                   TO W-DT-ULT-MOV-CONTA
                           END-IF
                           IF W-DT-ULT-MOV-CONTA NOT < W-DT-CORTE
                               SET W-FIM-DE-ARQ-LCT TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
      *
       043000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       044000-LER-TRF001-DESTINO SECTION.
      *------------------------------------------------------------------------
      * Entrada: CNT001-AG / CNT001-CT / W-DT-INICIO-LEITURA
      * Saida..: W-DT-ULT-MOV-CONTA
      *
           MOVE CNT001-AG           TO TRF001-AG-DEST-CHAVE
           MOVE CNT001-CT           TO TRF001-CT-DEST-CHAVE
           MOVE LOW-VALUES          TO TRF001-TS-DEST-CHAVE
           MOVE W-DT-INICIO-LEITURA TO TRF001-TS-DEST-CHAVE(1:8)
      *
           START TRF001
               KEY IS GREATER THAN OR EQUAL TRF001-CHAVE-DEST
               INVALID KEY
                   MOVE "S" TO W-FIM-ARQ-LCT
               NOT INVALID KEY
                   MOVE "N" TO W-FIM-ARQ-LCT
           END-START
      *
           PERFORM UNTIL W-FIM-DE-ARQ-LCT
               READ TRF001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ-LCT TO TRUE
                   NOT AT END
                       IF TRF001-AG-DEST-CHAVE NOT EQUAL CNT001-AG
                          OR TRF001-CT-DEST-CHAVE NOT EQUAL CNT001-CT
                           SET W-FIM-DE-ARQ-LCT TO TRUE
                       ELSE
                           IF TRF001-TS-DEST-CHAVE(1:8) >
                              W-DT-ULT-MOV-CONTA
                               MOVE TRF001-TS-DEST-CHAVE(1:8)
                                   TO W-DT-ULT-MOV-CONTA
                           END-IF
                           IF W-DT-ULT-MOV-CONTA NOT < W-DT-CORTE
                               SET W-FIM-DE-ARQ-LCT TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
      *
       044000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       051000-EXAMINAR-CONTA SECTION.
      *------------------------------------------------------------------------
      * apura a data do ultimo movimento da conta corrente: a maior
      * entre a dos ledgers, a data de corte do expurgo (o
      * movimento ja expurgado aconteceu, so nao esta mais nas bases
      * correntes) e a data de abertura (conta recem-aberta sem
      * movimento nao pode nascer dormente)
      *
           PERFORM 040000-APURAR-ULTIMO-MOVIMENTO
      *
           IF W-SDO001-DISPONIVEL-SIM
               MOVE CNT001-AG TO SDO001-AG
