      *------------------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------------------------------------------------
       PROGRAM-ID. CTCS0021.
      *------------------------------------------------------------------------
      * PROGRAMADOR: Mateus Barbosa da Silva
      * SIGLA......: CTC - Controle de Contas
      * OBJETIVO...: Fechamento diario dos pagamentos de boletos e de
      * contas de consumo - seleciona em PAG001 os pagamentos
      * pendentes de repasse (gravados pela operacao 6 do CTCS0002) e
      * gera um arquivo de repasse sequencial por convenente, com
      * header, uma linha de detalhe por pagamento e trailer com
      * totais de controle, nos moldes da remessa do CTCS0016; cada
      * pagamento repassado eh marcado com a data do repasse
      * DATA DE CRIACAO: 15/10/2026
      *------------------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------------------------------------------------
       CONFIGURATION SECTION.
      *------------------------------------------------------------------------
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *------------------------------------------------------------------------
       INPUT-OUTPUT SECTION.
      *------------------------------------------------------------------------
       FILE-CONTROL.
      *------------------------------------------------------------------------
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
      * arquivo de repasse de um convenente - o nome eh montado a
      * cada convenente a partir do prefixo da carta de controle,
      * nos moldes dos historicos anuais do CTCS0010
      *
       SELECT ARQ-REPASSE
           ASSIGN TO CAMINHO-ARQ-REPASSE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FILE-STATUS-REPASSE
           .
      *
       SELECT ARQ-PARM
           ASSIGN TO 'CTCS0021.PRM'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FILE-STATUS-ARQ-PARM
           .
      *
      *------------------------------------------------------------------------
       DATA DIVISION.
      *------------------------------------------------------------------------
       FILE SECTION.
      *------------------------------------------------------------------------
       FD PAG001.
      *------------------------------------------------------------------------
      * mesmo layout declarado no CTCS0002
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
       FD ARQ-REPASSE.
      *------------------------------------------------------------------------
      * um header com a data de geracao e o convenente, uma linha de
      * detalhe por pagamento repassado e um trailer final com a
      * contagem de detalhes e o valor total, para validacao na
      * importacao pelo convenente
      *
       01  REG-REPASSE.
           03  REP-TIPO-REG                    PIC  X(001).
               88  REP-REG-HEADER                     VALUE "H".
               88  REP-REG-DETALHE                    VALUE "D".
               88  REP-REG-TRAILER                    VALUE "T".
           03  REP-DT-GERACAO                  PIC  9(008).
           03  REP-TP-DOCUMENTO                PIC  X(001).
           03  REP-CD-CONVENENTE               PIC  9(004).
           03  REP-ID-PAG                      PIC  9(018).
           03  REP-AG-CLI                      PIC  9(004).
           03  REP-CT-CLI                      PIC  9(008).
           03  REP-CD-BARRAS                   PIC  X(044).
           03  REP-DT-VENC                     PIC  X(008).
           03  REP-TS-PAG                      PIC  X(016).
           03  REP-VL-PAG                      PIC  9(015)V99.
      *
       01  REG-REPASSE-TRAILER REDEFINES REG-REPASSE.
           03  REP-TRL-TIPO-REG                PIC  X(001).
           03  REP-TRL-DT-GERACAO              PIC  9(008).
           03  REP-TRL-TP-DOCUMENTO            PIC  X(001).
           03  REP-TRL-CD-CONVENENTE           PIC  9(004).
           03  REP-TRL-QT-DETALHES             PIC  9(012).
           03  REP-TRL-VL-TOTAL                PIC  9(015)V99.
           03  FILLER                          PIC  X(086).
      *
      *------------------------------------------------------------------------
       FD ARQ-PARM.
      *------------------------------------------------------------------------
      *
       01  REG-ARQ-PARM                        PIC  X(100).
      *
      *------------------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *------------------------------------------------------------------------
      *
       77  W-FILE-STATUS-PAG001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-REPASSE               PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-ARQ-PARM              PIC  X(002) VALUE ZEROS.
      *
       77  CAMINHO-ARQ-PAG001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-REPASSE                 PIC  X(100) VALUE SPACES.
      *
      * prefixo dos arquivos de repasse - cada convenente recebe
      * <prefixo>.<tipo><convenente>.<AAAAMMDD>
       77  W-PREFIXO-REPASSE                   PIC  X(100) VALUE SPACES.
      *
       01  W-TS-CRR.
           03  W-AA-CRR                        PIC  9(004).
           03  W-MM-CRR                        PIC  9(002).
           03  W-DD-CRR                        PIC  9(002).
           03  W-HH-CRR                        PIC  9(002).
           03  W-MNTO-CRR                      PIC  9(002).
           03  W-SGDO-CRR                      PIC  9(002).
           03  W-CTSG-CRR                      PIC  9(002).
           03  W-DIF-HH-CRR                    PIC  S9(004).
      *
       01  W-FIM-ARQ                           PIC  X(001) VALUE "N".
           88  W-FIM-DE-ARQ                            VALUE "S".
      *
      * convenentes com pagamento pendente de repasse - o tipo do
      * documento faz parte da chave, pois o codigo do banco emissor
      * (boleto) e o da empresa (conta de consumo) podem coincidir
      *
       77  W-MAX-CONVENENTES                   PIC  9(004) VALUE 999.
       77  W-QT-CONVENENTES                    PIC  9(004) VALUE ZEROS
                                                COMP-5.
      *
       01  TB-CONVENENTES.
           03  TB-CONVENENTE-ITEM OCCURS 999 TIMES.
               05  TB-TP-DOCUMENTO             PIC  X(001).
               05  TB-CD-CONVENENTE            PIC  9(004).
      *
       01  W-IX                                PIC  9(004) COMP-5
                                                VALUE ZEROS.
      *
       01  W-ACHOU-CONVENENTE                  PIC  X(001) VALUE "N".
           88  W-ACHOU-O-CONVENENTE                    VALUE "S".
      *
       77  W-QT-DETALHES                       PIC  9(012) VALUE ZEROS.
       77  W-VL-TOTAL-REPASSE                  PIC  9(015)V99
           VALUE ZEROS.
       77  W-QT-PAGAMENTOS-TOT                 PIC  9(012) VALUE ZEROS.
       77  W-VL-TOTAL-GERAL                    PIC  9(015)V99
           VALUE ZEROS.
      *
      * sinaliza que as bases de dados ja foram abertas com sucesso,
      * para que 000000-SAIR nao tente fechar arquivos que nunca
      * chegaram a ser abertos (ex.: erro na leitura da carta de
      * controle)
      *
       01  W-ARQUIVOS-ABERTOS                  PIC  X(001) VALUE "N".
           88  W-ARQUIVOS-ABERTOS-SIM                  VALUE "S".
      *
       01  W-REPASSE-ABERTO                    PIC  X(001) VALUE "N".
           88  W-REPASSE-ABERTO-SIM                    VALUE "S".
      *
      *------------------------------------------------------------------------
       PROCEDURE DIVISION.
      *------------------------------------------------------------------------
       000000-PRINCIPAL SECTION.
      *------------------------------------------------------------------------
      *
           PERFORM 005000-OBTER-TS
           PERFORM 010000-OBTER-PARAMETROS
           PERFORM 020000-ABRIR-ARQUIVOS
           PERFORM 030000-SELECIONAR-CONVENENTES
           PERFORM 040000-GRAVAR-REPASSES
           .
      *
       000000-SAIR.
           DISPLAY "CTCS0021 - Convenentes com repasse: "
               W-QT-CONVENENTES
           DISPLAY "CTCS0021 - Pagamentos repassados: "
               W-QT-PAGAMENTOS-TOT
      *
           IF W-REPASSE-ABERTO-SIM
               CLOSE ARQ-REPASSE
           END-IF
      *
           IF W-ARQUIVOS-ABERTOS-SIM
               CLOSE PAG001
           END-IF
      *
           GOBACK
           .
      *------------------------------------------------------------------------
       005000-OBTER-TS SECTION.
      *------------------------------------------------------------------------
      *
           MOVE FUNCTION CURRENT-DATE TO W-TS-CRR
           .
      *
       005000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       010000-OBTER-PARAMETROS SECTION.
      *------------------------------------------------------------------------
      * le a carta de controle com o caminho de PAG001 e o prefixo dos
      * arquivos de repasse
      *
           OPEN INPUT ARQ-PARM
      *
           IF W-FILE-STATUS-ARQ-PARM NOT EQUAL "00"
               DISPLAY "CTCS0021 - Erro ao abrir a carta de controle "
                   "CTCS0021.PRM - FILE-STATUS=" W-FILE-STATUS-ARQ-PARM
               PERFORM 000000-SAIR
           END-IF
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-PAG001
               AT END
                   DISPLAY "CTCS0021 - Carta de controle incompleta "
                       "- caminho de PAG001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO W-PREFIXO-REPASSE
               AT END
                   DISPLAY "CTCS0021 - Carta de controle incompleta "
                       "- prefixo dos arquivos de repasse ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           CLOSE ARQ-PARM
           .
      *
       010000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       020000-ABRIR-ARQUIVOS SECTION.
      *------------------------------------------------------------------------
      * sem PAG001 nao ha pagamento algum - o arquivo so passa a
      * existir depois da primeira operacao 6 do CTCS0002
      *
           OPEN I-O PAG001
      *
           IF W-FILE-STATUS-PAG001 EQUAL "35"
               DISPLAY "CTCS0021 - PAG001 inexistente - nenhum "
                   "pagamento a repassar."
               PERFORM 000000-SAIR
           END-IF
      *
           IF W-FILE-STATUS-PAG001 NOT EQUAL "00"
               DISPLAY "CTCS0021 - Erro ao abrir PAG001 - "
                   "FILE-STATUS=" W-FILE-STATUS-PAG001
               PERFORM 000000-SAIR
           END-IF
      *
           SET W-ARQUIVOS-ABERTOS-SIM TO TRUE
           .
      *
       020000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       030000-SELECIONAR-CONVENENTES SECTION.
      *------------------------------------------------------------------------
      * primeira passada em PAG001 - monta a lista dos convenentes
      * que tem ao menos um pagamento pendente de repasse
      *
           MOVE "N" TO W-FIM-ARQ
           PERFORM UNTIL W-FIM-DE-ARQ
               READ PAG001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ TO TRUE
                   NOT AT END
                       IF PAG001-PENDENTE-REPASSE
                           PERFORM 031000-INCLUIR-CONVENENTE
                       END-IF
               END-READ
           END-PERFORM
           .
      *
       030000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       031000-INCLUIR-CONVENENTE SECTION.
      *------------------------------------------------------------------------
      * localiza (ou cria) a posicao da tabela correspondente ao tipo
      * e convenente do pagamento corrente
      *
           MOVE "N" TO W-ACHOU-CONVENENTE
      *
           PERFORM VARYING W-IX FROM 1 BY 1
               UNTIL W-IX > W-QT-CONVENENTES
               IF TB-TP-DOCUMENTO(W-IX) EQUAL PAG001-TP-DOCUMENTO
                  AND TB-CD-CONVENENTE(W-IX) EQUAL
                      PAG001-CD-CONVENENTE
                   SET W-ACHOU-O-CONVENENTE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
      *
           IF NOT W-ACHOU-O-CONVENENTE
               IF W-QT-CONVENENTES >= W-MAX-CONVENENTES
                   DISPLAY "CTCS0021 - Quantidade de convenentes "
                       "excede a capacidade da tabela de repasse."
                   PERFORM 000000-SAIR
               END-IF
               ADD 1 TO W-QT-CONVENENTES
               MOVE PAG001-TP-DOCUMENTO  TO
                   TB-TP-DOCUMENTO(W-QT-CONVENENTES)
               MOVE PAG001-CD-CONVENENTE TO
                   TB-CD-CONVENENTE(W-QT-CONVENENTES)
           END-IF
           .
      *
       031000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       040000-GRAVAR-REPASSES SECTION.
      *------------------------------------------------------------------------
      * gera um arquivo de repasse para cada convenente selecionado
      *
           PERFORM VARYING W-IX FROM 1 BY 1
               UNTIL W-IX > W-QT-CONVENENTES
               PERFORM 041000-GRAVAR-REPASSE-CONV
           END-PERFORM
      *
           DISPLAY "CTCS0021 - Repasses do dia " W-TS-CRR(1:8)
               " gravados com sucesso - valor total: "
               W-VL-TOTAL-GERAL
           PERFORM 000000-SAIR
           .
      *
       040000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       041000-GRAVAR-REPASSE-CONV SECTION.
      *------------------------------------------------------------------------
      * grava o header, varre PAG001 repassando os pendentes do
      * convenente TB-CONVENENTE-ITEM(W-IX) e fecha com o trailer de
      * validacao
      *
           MOVE SPACES TO CAMINHO-ARQ-REPASSE
           STRING FUNCTION TRIM(W-PREFIXO-REPASSE) "."
                  TB-TP-DOCUMENTO(W-IX) TB-CD-CONVENENTE(W-IX) "."
                  W-TS-CRR(1:8)
                  DELIMITED BY SIZE INTO CAMINHO-ARQ-REPASSE
      *
           OPEN OUTPUT ARQ-REPASSE
      *
           IF W-FILE-STATUS-REPASSE NOT EQUAL "00"
               DISPLAY "CTCS0021 - Erro ao abrir o arquivo de "
                   "repasse " FUNCTION TRIM(CAMINHO-ARQ-REPASSE)
                   " - FILE-STATUS=" W-FILE-STATUS-REPASSE
               PERFORM 000000-SAIR
           END-IF
      *
           SET W-REPASSE-ABERTO-SIM TO TRUE
           MOVE ZEROS TO W-QT-DETALHES
                         W-VL-TOTAL-REPASSE
      *
           INITIALIZE REG-REPASSE
           SET REP-REG-HEADER           TO TRUE
           MOVE W-TS-CRR(1:8)           TO REP-DT-GERACAO
           MOVE TB-TP-DOCUMENTO(W-IX)   TO REP-TP-DOCUMENTO
           MOVE TB-CD-CONVENENTE(W-IX)  TO REP-CD-CONVENENTE
           WRITE REG-REPASSE
      *
           MOVE ZEROS TO PAG001-ID-PAG
      *
           START PAG001
               KEY IS GREATER THAN OR EQUAL PAG001-ID-PAG
               INVALID KEY
                   SET W-FIM-DE-ARQ TO TRUE
               NOT INVALID KEY
                   MOVE "N" TO W-FIM-ARQ
           END-START
      *
           PERFORM UNTIL W-FIM-DE-ARQ
               READ PAG001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ TO TRUE
                   NOT AT END
                       IF PAG001-PENDENTE-REPASSE
                          AND PAG001-TP-DOCUMENTO EQUAL
                              TB-TP-DOCUMENTO(W-IX)
                          AND PAG001-CD-CONVENENTE EQUAL
                              TB-CD-CONVENENTE(W-IX)
                           PERFORM 042000-REPASSAR-PAGAMENTO
                       END-IF
               END-READ
           END-PERFORM
      *
           INITIALIZE REG-REPASSE
           SET REP-REG-TRAILER          TO TRUE
           MOVE W-TS-CRR(1:8)           TO REP-TRL-DT-GERACAO
           MOVE TB-TP-DOCUMENTO(W-IX)   TO REP-TRL-TP-DOCUMENTO
           MOVE TB-CD-CONVENENTE(W-IX)  TO REP-TRL-CD-CONVENENTE
           MOVE W-QT-DETALHES           TO REP-TRL-QT-DETALHES
           MOVE W-VL-TOTAL-REPASSE      TO REP-TRL-VL-TOTAL
           WRITE REG-REPASSE
      *
           CLOSE ARQ-REPASSE
           MOVE "N" TO W-REPASSE-ABERTO
      *
           DISPLAY "CTCS0021 - Convenente " TB-TP-DOCUMENTO(W-IX)
               TB-CD-CONVENENTE(W-IX) " - pagamentos: " W-QT-DETALHES
               " - valor: " W-VL-TOTAL-REPASSE
           .
      *
       041000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       042000-REPASSAR-PAGAMENTO SECTION.
      *------------------------------------------------------------------------
      * grava a linha de detalhe e marca o pagamento como repassado,
      * com a data do repasse - uma nova rodada no mesmo dia nao o
      * repassa de novo
      *
           INITIALIZE REG-REPASSE
           SET REP-REG-DETALHE          TO TRUE
           MOVE W-TS-CRR(1:8)           TO REP-DT-GERACAO
           MOVE PAG001-TP-DOCUMENTO     TO REP-TP-DOCUMENTO
           MOVE PAG001-CD-CONVENENTE    TO REP-CD-CONVENENTE
           MOVE PAG001-ID-PAG           TO REP-ID-PAG
           MOVE PAG001-AG-CLI           TO REP-AG-CLI
           MOVE PAG001-CT-CLI           TO REP-CT-CLI
           MOVE PAG001-CD-BARRAS        TO REP-CD-BARRAS
           MOVE PAG001-DT-VENC          TO REP-DT-VENC
           MOVE PAG001-TS-PAG           TO REP-TS-PAG
           MOVE PAG001-VL-PAG           TO REP-VL-PAG
      *
           WRITE REG-REPASSE
      *
           IF W-FILE-STATUS-REPASSE NOT EQUAL "00"
               DISPLAY "CTCS0021 - Erro ao gravar o detalhe do "
                   "pagamento " PAG001-ID-PAG " - FILE-STATUS="
                   W-FILE-STATUS-REPASSE
               PERFORM 000000-SAIR
           END-IF
      *
           ADD 1             TO W-QT-DETALHES
           ADD 1             TO W-QT-PAGAMENTOS-TOT
           ADD PAG001-VL-PAG TO W-VL-TOTAL-REPASSE
           ADD PAG001-VL-PAG TO W-VL-TOTAL-GERAL
      *
           SET PAG001-REPASSADO TO TRUE
           MOVE W-TS-CRR(1:8)   TO PAG001-DT-REPASSE
      *
           REWRITE PAG001-REGISTRO
               INVALID KEY
                   DISPLAY "CTCS0021 - Erro ao marcar o pagamento "
                       PAG001-ID-PAG " como repassado - FILE-STATUS="
                       W-FILE-STATUS-PAG001
           END-REWRITE
           .
      *
       042000-SAIR.
           EXIT SECTION
           .
