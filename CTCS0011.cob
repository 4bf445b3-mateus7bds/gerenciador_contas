      * inverso), e produz o relatorio de comunicacao com CPF, nome,
      * conta, valores e horarios de cada operacao - inclusive o
      * cliente que fraciona varias operacoes abaixo do limite no
      * mesmo dia; sob cada CPF comunicado vai a linha com os dados
      * do cadastro de clientes CLI001 (ocupacao, renda, cidade,
      * telefone e ultima atualizacao), para a analise da operacao
      * frente a renda declarada
      * DATA DE CRIACAO: 22/08/2026
      *------------------------------------------------------------------------
       ENVIRONMENT DIVISION.
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
      * cadastro de saldos das contas - fornece a relacao de contas
      * cujos lancamentos do dia sao lidos pela chave alternativa
      *
       SELECT CNT001
           ASSIGN TO CAMINHO-ARQ-CNT001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CNT001-ID-CT
           FILE STATUS  IS W-FILE-STATUS-CNT001
           .
      *
       SELECT ARQ-CONTAS
           ASSIGN TO CAMINHO-ARQ-CONTAS
           RECORD KEY   IS TIT001-ID-TIT
           FILE STATUS  IS W-FILE-STATUS-TIT001
           .
      *
      * cadastro de clientes por CPF, mantido pelo CTCS0033
      *
       SELECT CLI001
           ASSIGN TO CAMINHO-ARQ-CLI001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CLI001-CPF
           FILE STATUS  IS W-FILE-STATUS-CLI001
           .
      *
       SELECT ARQ-PARM
           ASSIGN TO 'CTCS0011.PRM'
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
       FD CNT001.
      *------------------------------------------------------------------------
      * mesmo layout declarado no CTCS0001, no CTCS0002 e no CTCS0004
      *
       01  CNT001-REGISTRO.
           03  CNT001-ID-CT.
               05  CNT001-AG                  PIC  9(004).
               05  CNT001-CT                  PIC  9(008).
           03  CNT001-DV-AG                   PIC  X(001).
           03  CNT001-DV-CT                   PIC  X(001).
           03  CNT001-NM                      PIC  X(040).
           03  CNT001-CPF                     PIC  9(011).
           03  CNT001-DT-NSC                  PIC  X(008).
           03  CNT001-SDO                     PIC S9(015)V99.
           03  CNT001-ST-CT                   PIC  X(001).
               88  CNT001-CT-ATIVA                   VALUE "A".
               88  CNT001-CT-ENCERRADA              VALUE "E".
               88  CNT001-CT-DORMENTE               VALUE "D".
      * conta de titular falecido, marcada pelo CTCS0030 no registro
      * do obito - nao aceita deposito, saque nem transferencia, fica
      * fora do CTCS0006 e do CTCS0015 e soh eh encerrada pela
      * partilha do CTCS0030
               88  CNT001-CT-ESPOLIO                VALUE "O".
           03  CNT001-VL-LIM-CRD              PIC  9(015)V99.
           03  CNT001-VL-LIM-SAQ-DIA          PIC  9(015)V99.
           03  CNT001-VL-LIM-TRF-DIA          PIC  9(015)V99.
           03  CNT001-DT-ABERTURA             PIC  X(008).
           03  CNT001-DT-ENCERRAMENTO         PIC  X(008).
      *
      *------------------------------------------------------------------------
       FD  ARQ-CONTAS.
               88  TIT001-PRIMEIRO-TITULAR           VALUE "1".
               88  TIT001-SEGUNDO-TITULAR            VALUE "2".
      *
      *------------------------------------------------------------------------
       FD CLI001.
      *------------------------------------------------------------------------
      * mesmo layout declarado no CTCS0033
      *
       01  CLI001-REGISTRO.
           03  CLI001-CPF                       PIC  9(011).
           03  CLI001-NM                        PIC  X(040).
           03  CLI001-DT-NSC                    PIC  X(008).
           03  CLI001-ENDERECO.
               05  CLI001-LOGRADOURO            PIC  X(060).
               05  CLI001-NR-ENDERECO           PIC  X(010).
               05  CLI001-COMPLEMENTO           PIC  X(030).
               05  CLI001-BAIRRO                PIC  X(030).
               05  CLI001-CIDADE                PIC  X(040).
               05  CLI001-UF                    PIC  X(002).
               05  CLI001-CEP                   PIC  9(008).
           03  CLI001-TELEFONE.
               05  CLI001-DDD                   PIC  9(002).
               05  CLI001-NR-TELEFONE           PIC  9(009).
           03  CLI001-OCUPACAO                  PIC  X(040).
           03  CLI001-VL-RENDA-MENSAL           PIC  9(013)V99.
           03  CLI001-DT-INCLUSAO               PIC  X(008).
           03  CLI001-DT-ULT-ATUALIZACAO        PIC  X(008).
           03  CLI001-MATR-OPER                 PIC  9(006).
      *
      *------------------------------------------------------------------------
       FD ARQ-PARM.
      *------------------------------------------------------------------------
       77  W-FILE-STATUS-SAQ001                PIC  X(002) VALUE ZEROS.
       01  STATUS-ARQ-CONTAS                   PIC  X(002) VALUE SPACES.
       77  W-FILE-STATUS-TIT001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-CNT001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-CLI001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-ARQ-PARM              PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-REL-COAF              PIC  X(002) VALUE ZEROS.
      *
       77  CAMINHO-ARQ-CONTAS                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-REL-COAF                    PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-TIT001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-CNT001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-CLI001                  PIC  X(100) VALUE SPACES.
      *
      * data do movimento a examinar (AAAAMMDD), lida da carta de
      * controle
                   88  TB-OP-EH-SAQUE                 VALUE "S".
               05  TB-OP-VALOR                 PIC  9(015)V99.
               05  TB-OP-TS                    PIC  X(016).
      * ID do lancamento em DEP001/SAQ001, para devolver a tabela a
      * ordem de gravacao
               05  TB-OP-ID-LCT                PIC  9(018).
      *
       01  W-TB-AUX                            PIC  X(115).
      *
      * acumulado do dia por CPF, para flagrar o fracionamento em
      * varias operacoes abaixo do limite
                                                VALUE ZEROS.
       01  W-IY                                PIC  9(004) COMP-5
                                                VALUE ZEROS.
       01  W-IZ                                PIC  9(004) COMP-5
                                                VALUE ZEROS.
       01  W-ACHOU-CPF                         PIC  X(001) VALUE "N".
           88  W-ACHOU-O-CPF                          VALUE "S".
      *
       77  W-VL-LCT                            PIC  9(015)V99
           VALUE ZEROS.
       77  W-TS-LCT                            PIC  X(016) VALUE SPACES.
       77  W-ID-LCT                            PIC  9(018) VALUE ZEROS.
       77  W-CPF-LCT                           PIC  9(011) VALUE ZEROS.
       77  W-NOME-LCT                          PIC  X(040) VALUE SPACES.
      *
      *
       01  W-TIT001-DISPONIVEL                 PIC  X(001) VALUE "N".
           88  W-TIT001-DISPONIVEL-SIM                 VALUE "S".
      *
      * CLI001 soh existe depois do primeiro cliente incluido pelo
      * CTCS0033 - sem ele, o relatorio sai sem as linhas de cadastro
      *
       01  W-CLI001-DISPONIVEL                 PIC  X(001) VALUE "N".
           88  W-CLI001-DISPONIVEL-SIM                 VALUE "S".
      *
      * CPF cuja linha de cadastro sera emitida por 043000
      *
       77  W-CPF-CLIENTE                       PIC  9(011) VALUE ZEROS.
      *
       01  W-FIM-ARQ-TIT001                    PIC  X(001) VALUE "N".
           88  W-FIM-DE-ARQ-TIT001                     VALUE "S".
      *
       01  W-FIM-ARQ-CNT001                    PIC  X(001) VALUE "N".
           88  W-FIM-DE-ARQ-CNT001                     VALUE "S".
      *
       01  W-LINHA-CAB1                        PIC  X(132) VALUE SPACES.
       01  W-LINHA-CAB2                        PIC  X(132) VALUE
           03  FILLER                          PIC  X(013) VALUE
               "  ACUMULADO: ".
           03  WLC-VL-ACUMULADO                PIC  --------.--9,99.
       01  W-LINHA-CLIENTE.
           03  FILLER                          PIC  X(014) VALUE
               "    CADASTRO: ".
           03  WLL-OCUPACAO                    PIC  X(030) VALUE SPACES.
           03  FILLER                          PIC  X(008) VALUE
               "  RENDA ".
           03  WLL-VL-RENDA                    PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLL-CIDADE                      PIC  X(020) VALUE SPACES.
           03  FILLER                          PIC  X(001) VALUE "/".
           03  WLL-UF                          PIC  X(002) VALUE SPACES.
           03  FILLER                          PIC  X(006) VALUE
               "  TEL ".
           03  WLL-DDD                         PIC  9(002).
           03  FILLER                          PIC  X(001) VALUE SPACE.
           03  WLL-NR-TELEFONE                 PIC  9(009).
           03  FILLER                          PIC  X(006) VALUE
               "  ATL ".
           03  WLL-DT-ULT-ATL                  PIC  X(010) VALUE SPACES.
       01  W-LINHA-SEM-CLIENTE                 PIC  X(132) VALUE
           "    CADASTRO: SEM CADASTRO DE CLIENTE EM CLI001".
       01  W-LINHA-RESUMO.
           03  FILLER                          PIC  X(034) VALUE
               "TOTAL DE OPERACOES COMUNICADAS..: ".
               W-QT-COMUNICADAS
      *
           IF W-ARQUIVOS-ABERTOS-SIM
               CLOSE DEP001 SAQ001 ARQ-CONTAS REL-COAF CNT001
               IF W-TIT001-DISPONIVEL-SIM
                   CLOSE TIT001
               END-IF
               IF W-CLI001-DISPONIVEL-SIM
                   CLOSE CLI001
               END-IF
           END-IF
      *
           GOBACK
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-CNT001
               AT END
                   DISPLAY "CTCS0011 - Carta de controle incompleta "
                       "- caminho de CNT001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-CLI001
               AT END
                   DISPLAY "CTCS0011 - Carta de controle incompleta "
                       "- caminho de CLI001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           CLOSE ARQ-PARM
           .
           OPEN INPUT DEP001
           OPEN INPUT SAQ001
           OPEN INPUT ARQ-CONTAS
           OPEN INPUT CNT001
           OPEN OUTPUT REL-COAF
      *
           OPEN INPUT TIT001
           IF W-FILE-STATUS-TIT001 EQUAL "00"
               SET W-TIT001-DISPONIVEL-SIM TO TRUE
           END-IF
      *
           OPEN INPUT CLI001
      *
           IF W-FILE-STATUS-CLI001 EQUAL "00"
               SET W-CLI001-DISPONIVEL-SIM TO TRUE
           END-IF
      *
           SET W-ARQUIVOS-ABERTOS-SIM TO TRUE
           .
      * dia por CPF - lancamentos estornados ficam de fora, pois o
      * dinheiro do erro de digitacao nao circulou
      *
      * CNT001 fornece as contas e, para cada uma, DEP001 e SAQ001 sao
      * lidos pela chave alternativa agencia/conta + timestamp, direto
      * nos lancamentos da data do movimento
      *
           MOVE "N" TO W-FIM-ARQ-CNT001
           PERFORM UNTIL W-FIM-DE-ARQ-CNT001
               READ CNT001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ-CNT001 TO TRUE
                   NOT AT END
                       PERFORM 031000-LER-DEPOSITOS-CONTA
                       PERFORM 032000-LER-SAQUES-CONTA
               END-READ
           END-PERFORM
      *
      * a leitura por conta traz as operacoes agrupadas por conta - a
      * tabela volta a ordem de gravacao (depositos e depois saques,
      * por ID) antes do acumulado por CPF, para que operacoes e CPFs
      * saiam no relatorio na mesma sequencia da varredura dos
      * arquivos
      *
           PERFORM 033000-ORDENAR-OPERACOES
      *
           PERFORM VARYING W-IZ FROM 1 BY 1
               UNTIL W-IZ > W-QT-OPERACOES
               MOVE TB-OP-CPF(W-IZ)   TO W-CPF-LCT
               MOVE TB-OP-VALOR(W-IZ) TO W-VL-LCT
               PERFORM 036000-ACUMULAR-CPF
           END-PERFORM
           .
      *
       030000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       031000-LER-DEPOSITOS-CONTA SECTION.
      *------------------------------------------------------------------------
      * Entrada: CNT001-AG / CNT001-CT
      *
      * a leitura parte do primeiro deposito da conta na data do
      * movimento e para no primeiro de outra conta ou de outro dia
      *
           MOVE CNT001-AG      TO DEP001-AG-CHAVE
           MOVE CNT001-CT      TO DEP001-CT-CHAVE
           MOVE LOW-VALUES     TO DEP001-TS-CHAVE
           MOVE W-DT-MOVIMENTO TO DEP001-TS-CHAVE(1:8)
      *
           START DEP001
               KEY IS GREATER THAN OR EQUAL DEP001-CHAVE-CT
               INVALID KEY
                   MOVE "S" TO W-FIM-ARQ
               NOT INVALID KEY
                   MOVE "N" TO W-FIM-ARQ
           END-START
      *
           PERFORM UNTIL W-FIM-DE-ARQ
               READ DEP001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ TO TRUE
                   NOT AT END
                       IF DEP001-AG-CHAVE NOT EQUAL CNT001-AG
                          OR DEP001-CT-CHAVE NOT EQUAL CNT001-CT
                          OR DEP001-TS-CHAVE(1:8) NOT EQUAL
                             W-DT-MOVIMENTO
                           SET W-FIM-DE-ARQ TO TRUE
                       ELSE
                           IF NOT DEP001-ESTORNADO
                               MOVE DEP001-AG-CLI TO W-AG-LCT
                               MOVE DEP001-CT-CLI TO W-CT-LCT
                               MOVE "D"           TO W-TIPO-LCT
                               MOVE DEP001-VL-DEP TO W-VL-LCT
                               MOVE DEP001-TS-DEP TO W-TS-LCT
                               MOVE DEP001-ID-DEP TO W-ID-LCT
                               PERFORM 034000-INCLUIR-OPERACAO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
      *
       031000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       032000-LER-SAQUES-CONTA SECTION.
      *------------------------------------------------------------------------
      * Entrada: CNT001-AG / CNT001-CT
      *
      * a leitura parte do primeiro saque da conta na data do
      * movimento e para no primeiro de outra conta ou de outro dia
      *
           MOVE CNT001-AG      TO SAQ001-AG-CHAVE
           MOVE CNT001-CT      TO SAQ001-CT-CHAVE
           MOVE LOW-VALUES     TO SAQ001-TS-CHAVE
           MOVE W-DT-MOVIMENTO TO SAQ001-TS-CHAVE(1:8)
      *
           START SAQ001
               KEY IS GREATER THAN OR EQUAL SAQ001-CHAVE-CT
               INVALID KEY
                   MOVE "S" TO W-FIM-ARQ
               NOT INVALID KEY
                   MOVE "N" TO W-FIM-ARQ
           END-START
      *
           PERFORM UNTIL W-FIM-DE-ARQ
               READ SAQ001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ TO TRUE
                   NOT AT END
                       IF SAQ001-AG-CHAVE NOT EQUAL CNT001-AG
                          OR SAQ001-CT-CHAVE NOT EQUAL CNT001-CT
                          OR SAQ001-TS-CHAVE(1:8) NOT EQUAL
                             W-DT-MOVIMENTO
                           SET W-FIM-DE-ARQ TO TRUE
                       ELSE
                           IF NOT SAQ001-ESTORNADO
                               MOVE SAQ001-AG-CLI TO W-AG-LCT
                               MOVE SAQ001-CT-CLI TO W-CT-LCT
                               MOVE "S"           TO W-TIPO-LCT
                               MOVE SAQ001-VL-SAQ TO W-VL-LCT
                               MOVE SAQ001-TS-SAQ TO W-TS-LCT
                               MOVE SAQ001-ID-SAQ TO W-ID-LCT
                               PERFORM 034000-INCLUIR-OPERACAO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
      *
       032000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       033000-ORDENAR-OPERACOES SECTION.
      *------------------------------------------------------------------------
      * ordena as operacoes do dia por tipo (depositos antes dos
      * saques) e ID do lancamento, atraves de um metodo de ordenacao
      * por bolha (bubble sort), como o extrato do CTCS0003 - a bolha
      * nao troca itens iguais, entao as linhas de co-titular ficam
      * logo depois da operacao do titular, como foram incluidas
      *
           IF W-QT-OPERACOES > 1
               PERFORM VARYING W-IX FROM 1 BY 1
                   UNTIL W-IX > W-QT-OPERACOES - 1
                   PERFORM VARYING W-IY FROM 1 BY 1
                       UNTIL W-IY > W-QT-OPERACOES - W-IX
                       IF TB-OP-TIPO(W-IY) > TB-OP-TIPO(W-IY + 1)
                          OR (TB-OP-TIPO(W-IY) EQUAL
                              TB-OP-TIPO(W-IY + 1)
                          AND TB-OP-ID-LCT(W-IY) >
                              TB-OP-ID-LCT(W-IY + 1))
                           MOVE TB-OPER-ITEM(W-IY)   TO W-TB-AUX
                           MOVE TB-OPER-ITEM(W-IY + 1)
                               TO TB-OPER-ITEM(W-IY)
                           MOVE W-TB-AUX
                               TO TB-OPER-ITEM(W-IY + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF
           .
      *
       033000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       034500-INCLUIR-OPER-TABELA SECTION.
      *------------------------------------------------------------------------
      * inclui a operacao corrente na tabela do dia em nome do CPF em
      * W-CPF-LCT / W-NOME-LCT - o total do dia do CPF eh acumulado
      * depois da ordenacao (030000-CARREGAR-OPERACOES-DIA)
      *
           IF W-QT-OPERACOES >= W-MAX-OPERACOES
               DISPLAY "CTCS0011 - Quantidade de operacoes excede a "
           MOVE W-TIPO-LCT TO TB-OP-TIPO(W-QT-OPERACOES)
           MOVE W-VL-LCT   TO TB-OP-VALOR(W-QT-OPERACOES)
           MOVE W-TS-LCT   TO TB-OP-TS(W-QT-OPERACOES)
           MOVE W-ID-LCT   TO TB-OP-ID-LCT(W-QT-OPERACOES)
           .
      *
       034500-SAIR.
                   PERFORM 041000-FORMATAR-LINHA-OPER
                   WRITE REL-COAF-LINHA FROM W-LINHA-OPER
                   ADD 1 TO W-QT-COMUNICADAS
                   MOVE TB-OP-CPF(W-IX) TO W-CPF-CLIENTE
                   PERFORM 043000-EMITIR-LINHA-CLIENTE
               END-IF
           END-PERFORM
      *
           END-PERFORM
      *
           WRITE REL-COAF-LINHA FROM W-LINHA-CPF-ACUM
      *
           MOVE TB-CPF-NR(W-IY) TO W-CPF-CLIENTE
           PERFORM 043000-EMITIR-LINHA-CLIENTE
      *
           PERFORM VARYING W-IX FROM 1 BY 1
               UNTIL W-IX > W-QT-OPERACOES
       042000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       043000-EMITIR-LINHA-CLIENTE SECTION.
      *------------------------------------------------------------------------
      * Entrada: W-CPF-CLIENTE
      *
      * imprime os dados do cadastro de clientes do CPF comunicado -
      * ocupacao e renda declaradas permitem confrontar o valor em
      * especie com a capacidade financeira do cliente
      *
           IF W-CLI001-DISPONIVEL-SIM
               MOVE W-CPF-CLIENTE TO CLI001-CPF
      *
               READ CLI001
                   KEY IS CLI001-CPF
                   INVALID KEY
                       WRITE REL-COAF-LINHA FROM W-LINHA-SEM-CLIENTE
                       END-WRITE
                   NOT INVALID KEY
                       MOVE CLI001-OCUPACAO        TO WLL-OCUPACAO
                       MOVE CLI001-VL-RENDA-MENSAL TO WLL-VL-RENDA
                       MOVE CLI001-CIDADE          TO WLL-CIDADE
                       MOVE CLI001-UF              TO WLL-UF
                       MOVE CLI001-DDD             TO WLL-DDD
                       MOVE CLI001-NR-TELEFONE     TO WLL-NR-TELEFONE
                       MOVE SPACES                 TO WLL-DT-ULT-ATL
                       STRING CLI001-DT-ULT-ATUALIZACAO(7:2) "/"
                              CLI001-DT-ULT-ATUALIZACAO(5:2) "/"
                              CLI001-DT-ULT-ATUALIZACAO(1:4)
                              DELIMITED BY SIZE INTO WLL-DT-ULT-ATL
                       WRITE REL-COAF-LINHA FROM W-LINHA-CLIENTE
               END-READ
           END-IF
           .
      *
       043000-SAIR.
           EXIT SECTION
           .
