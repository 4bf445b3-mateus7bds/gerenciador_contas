      *------------------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------------------------------------------------
       PROGRAM-ID. CTCS0022.
      *------------------------------------------------------------------------
      * PROGRAMADOR: Mateus Barbosa da Silva
      * SIGLA......: CTC - Controle de Contas
      * OBJETIVO...: Contratacao de emprestimo pessoal - grava o
      * contrato em EMP001 (principal, taxa mensal e prazo), gera em
      * PCL001 o cronograma de parcelas pela tabela Price (prestacao
      * fixa, juros sobre o saldo devedor e amortizacao crescente) e
      * credita o principal na conta em CNT001, com trilha de
      * auditoria em AUD001; as parcelas sao debitadas mensalmente
      * pelo CTCS0023
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
       SELECT CNT001
           ASSIGN TO CAMINHO-ARQ-CNT001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CNT001-ID-CT
           FILE STATUS  IS W-FILE-STATUS-CNT001
           .
      *
      * contratos de emprestimo pessoal - um registro por contrato,
      * com a situacao em dia/em atraso/quitado mantida pelo CTCS0023
      *
       SELECT EMP001
           ASSIGN TO CAMINHO-ARQ-EMP001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS EMP001-ID-EMP
           FILE STATUS  IS W-FILE-STATUS-EMP001
           .
      *
      * cronograma de parcelas dos contratos - as parcelas de um mesmo
      * contrato sao gravadas em sequencia, com IDs consecutivos
      *
       SELECT PCL001
           ASSIGN TO CAMINHO-ARQ-PCL001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PCL001-ID-PCL
           FILE STATUS  IS W-FILE-STATUS-PCL001
           .
      *
      * trilha de auditoria de alteracao de saldo, compartilhada com o
      * CTCS0002 atraves do mesmo arquivo fisico apontado pela carta
      * de controle
      *
       SELECT AUD001
           ASSIGN TO CAMINHO-ARQ-AUD001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS AUD001-ID-AUD
           FILE STATUS  IS W-FILE-STATUS-AUD001
           .
      *
       SELECT CTL001
           ASSIGN TO CAMINHO-ARQ-CTL001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CTL001-CHAVE-SEQ
           FILE STATUS  IS W-FILE-STATUS-CTL001
           .
      *
       SELECT ARQ-PARM
           ASSIGN TO 'CTCS0022.PRM'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FILE-STATUS-ARQ-PARM
           .
      *
      *------------------------------------------------------------------------
       DATA DIVISION.
      *------------------------------------------------------------------------
       FILE SECTION.
      *------------------------------------------------------------------------
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
      * conta sem movimentacao prolongada, marcada pelo CTCS0020 -
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
      * cheque especial e conferidos pelo CTCS0002 contra o que a
      * conta ja movimentou na data
           03  CNT001-VL-LIM-SAQ-DIA          PIC  9(015)V99.
           03  CNT001-VL-LIM-TRF-DIA          PIC  9(015)V99.
      * data de abertura e data de encerramento da conta (AAAAMMDD),
      * espelhadas de ARQ-CONTAS pelo CTCS0001
           03  CNT001-DT-ABERTURA             PIC  X(008).
           03  CNT001-DT-ENCERRAMENTO         PIC  X(008).
      *
      *------------------------------------------------------------------------
       FD EMP001.
      *------------------------------------------------------------------------
      * contrato de emprestimo pessoal - o valor da prestacao eh fixo
      * (tabela Price) e a taxa eh mensal, em fracao (0,0250 = 2,5%
      * ao mes), como as taxas do CTCS0006
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
      * situacao do contrato - recalculada pelo CTCS0023 a cada
      * debito mensal a partir da situacao das parcelas
           03  EMP001-ST-EMP                    PIC  X(001).
               88  EMP001-ATIVO                        VALUE "A".
               88  EMP001-EM-ATRASO                    VALUE "T".
               88  EMP001-QUITADO                      VALUE "Q".
      * data da quitacao da ultima parcela - zeros enquanto houver
      * parcela em aberto
           03  EMP001-DT-QUITACAO               PIC  X(008).
      * matricula do operador que contratou o emprestimo
           03  EMP001-MATR-OPER                 PIC  9(006).
      *
      *------------------------------------------------------------------------
       FD PCL001.
      *------------------------------------------------------------------------
      * parcela do emprestimo - valor da prestacao decomposto em
      * amortizacao e juros, com o saldo devedor apos o pagamento
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
      * juros de mora acumulados enquanto a parcela esta em atraso e
      * competencia (AAAAMM) do ultimo calculo, para que o
      * reprocessamento do mesmo mes nao cobre a mora duas vezes
           03  PCL001-VL-MORA                   PIC  9(015)V99.
           03  PCL001-AAMM-ULT-MORA             PIC  X(006).
      * valor efetivamente debitado (parcela + mora) e timestamp do
      * debito - zeros enquanto a parcela nao for paga
           03  PCL001-VL-PAGO                   PIC  9(015)V99.
           03  PCL001-TS-PAGAMENTO              PIC  X(016).
      *
      *------------------------------------------------------------------------
       FD AUD001.
      *------------------------------------------------------------------------
      * mesmo layout declarado no CTCS0002
      *
       01  AUD001-REGISTRO.
           03  AUD001-ID-AUD                    PIC  9(018).
           03  AUD001-AG-CLI                    PIC  9(008).
           03  AUD001-CT-CLI                    PIC  9(008).
           03  AUD001-SDO-ANTERIOR              PIC S9(015)V99.
           03  AUD001-SDO-NOVO                  PIC S9(015)V99.
           03  AUD001-TIPO-OPER                 PIC  X(001).
               88  AUD001-EH-DEPOSITO                  VALUE "D".
               88  AUD001-EH-SAQUE                      VALUE "S".
               88  AUD001-EH-TRANSFERENCIA             VALUE "T".
               88  AUD001-EH-ESTORNO                   VALUE "E".
               88  AUD001-EH-TARIFA                    VALUE "F".
               88  AUD001-EH-TRF-EXTERNA               VALUE "X".
               88  AUD001-EH-DEVOLUCAO                 VALUE "V".
               88  AUD001-EH-PAGAMENTO                 VALUE "P".
               88  AUD001-EH-EMPRESTIMO                VALUE "L".
               88  AUD001-EH-PARCELA-EMP               VALUE "Q".
           03  AUD001-TS-OPER                   PIC  X(016).
           03  AUD001-ID-LCT-REF                PIC  9(018).
           03  AUD001-MATR-OPER                 PIC  9(006).
      *
      *------------------------------------------------------------------------
       FD CTL001.
      *------------------------------------------------------------------------
      * mesmo layout declarado no CTCS0002
      *
       01  CTL001-REGISTRO.
           03  CTL001-CHAVE-SEQ                 PIC  X(008).
           03  CTL001-ULT-ID                    PIC  9(018).
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
       77  W-FILE-STATUS-CNT001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-EMP001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-PCL001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-AUD001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-CTL001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-ARQ-PARM              PIC  X(002) VALUE ZEROS.
      *
       77  CAMINHO-ARQ-CNT001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-EMP001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-PCL001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-AUD001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-CTL001                  PIC  X(100) VALUE SPACES.
      *
       77  W-ID-ULT-REG-EMP001                 PIC  9(018) VALUE ZEROS.
       77  W-ID-ULT-REG-PCL001                 PIC  9(018) VALUE ZEROS.
       77  W-ID-ULT-REG-AUD001                 PIC  9(018) VALUE ZEROS.
      *
       01  W-CTL-ACHOU                         PIC  X(001) VALUE "N".
           88  W-CTL-ACHOU-SIM                        VALUE "S".
      *
      * prazo maximo do contrato, em meses
      *
       77  W-MAX-PARCELAS                      PIC  9(003) VALUE 120.
      *
      * apoio do calculo da tabela Price - W-FATOR-PRICE recebe
      * (1 + taxa) elevado ao numero de parcelas
      *
       77  W-FATOR-PRICE                       PIC  9(009)V9(009)
           VALUE ZEROS.
       77  W-VL-PARCELA                        PIC  9(015)V99
           VALUE ZEROS.
       77  W-SDO-DEVEDOR                       PIC  9(015)V99
           VALUE ZEROS.
       77  W-VL-JUROS-PCL                      PIC  9(015)V99
           VALUE ZEROS.
       77  W-VL-AMORT-PCL                      PIC  9(015)V99
           VALUE ZEROS.
       77  W-NR-PCL                            PIC  9(003) VALUE ZEROS.
       77  W-SDO-ANTES-OPER                    PIC S9(015)V99
           VALUE ZEROS.
      *
      * vencimento da parcela - mesmo dia da contratacao nos meses
      * seguintes, limitado ao dia 28 para existir em todos os meses
      *
       01  W-DT-VENC-PCL.
           03  W-AA-VENC                       PIC  9(004).
           03  W-MM-VENC                       PIC  9(002).
           03  W-DD-VENC                       PIC  9(002).
       77  W-QT-MESES                          PIC  9(006) VALUE ZEROS.
      *
       01  W-EXB-VL-PARCELA                    PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
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
      * sinaliza que as bases de dados ja foram abertas com sucesso,
      * para que 000000-SAIR nao tente fechar arquivos que nunca
      * chegaram a ser abertos (ex.: erro na leitura da carta de
      * controle)
      *
       01  W-ARQUIVOS-ABERTOS                  PIC  X(001) VALUE "N".
           88  W-ARQUIVOS-ABERTOS-SIM                  VALUE "S".
      *
      *------------------------------------------------------------------------
      * Nao ha como utilizar o LINKAGE SECTION no OpenCOBOL, entao
      * defini uma variavel que funcionaria de forma semelhante ao
      * COMMAREA
      *
      *------------------------------------------------------------------------
      * LINKAGE SECTION.
      *------------------------------------------------------------------------
      *
       01  COMMAREA.
           03  CTCS0022-VRV-ENTD.
               05  CTCS0022-OPERACAO           PIC 9(002) VALUE 1.
      * 1 = contratar emprestimo
               05  CTCS0022-AG                 PIC 9(004) VALUE 1234.
               05  CTCS0022-CT                 PIC 9(008) VALUE
                   12345678.
               05  CTCS0022-VL-PRINCIPAL       PIC 9(015)V99 VALUE
                   ZEROS.
      * taxa de juros mensal em fracao (0,0250 = 2,5% ao mes)
               05  CTCS0022-TX-JUROS-MES       PIC 9(001)V9(004) VALUE
                   ZEROS.
               05  CTCS0022-QT-PARCELAS        PIC 9(003) VALUE ZEROS.
      * matricula do operador que contrata o emprestimo
               05  CTCS0022-MATR-OPER          PIC 9(006) VALUE ZEROS.
           03  CTCS0022-VRV-RTN.
               05  CTCS0022-CD-RTN             PIC  9(004) VALUE ZEROS.
               05  CTCS0022-TX-MSG-RTN         PIC  X(080) VALUE SPACES.
      * contrato gerado e valor da prestacao, devolvidos quando a
      * contratacao eh efetivada
               05  CTCS0022-ID-EMP             PIC  9(018) VALUE ZEROS.
               05  CTCS0022-VL-PARCELA         PIC  9(015)V99 VALUE
                   ZEROS.
      *
      *------------------------------------------------------------------------
       PROCEDURE DIVISION.
      *------------------------------------------------------------------------
       000000-PRINCIPAL SECTION.
      *------------------------------------------------------------------------
      *
           PERFORM 010000-OBTER-TS
           PERFORM 020000-TRATAR-BASE-DADOS
      *
           EVALUATE CTCS0022-OPERACAO
               WHEN 1
                   PERFORM 030000-CONTRATAR-EMPRESTIMO
               WHEN OTHER
                   MOVE 2299 TO CTCS0022-CD-RTN
                   MOVE "CTCS0022 - Operacao invalida." TO
                       CTCS0022-TX-MSG-RTN
                   PERFORM 000000-SAIR
           END-EVALUATE
           .
      *
       000000-SAIR.
           DISPLAY 'CTCS0022-CD-RTN....: ' CTCS0022-CD-RTN
           DISPLAY 'CTCS0022-TX-MSG-RTN: ' CTCS0022-TX-MSG-RTN
      *
           IF W-ARQUIVOS-ABERTOS-SIM
               CLOSE CNT001 EMP001 PCL001 AUD001 CTL001
               MOVE "N" TO W-ARQUIVOS-ABERTOS
           END-IF
      *
           GOBACK
           .
      *------------------------------------------------------------------------
       010000-OBTER-TS SECTION.
      *------------------------------------------------------------------------
      *
           MOVE FUNCTION CURRENT-DATE TO W-TS-CRR
           .
      *
       010000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       020000-TRATAR-BASE-DADOS SECTION.
      *------------------------------------------------------------------------
      * Determinando o caminho das bases de dados atraves da carta de
      * controle ARQ-PARM, evitando que os caminhos fiquem fixos no
      * fonte compilado
      *
           OPEN INPUT ARQ-PARM
      *
           IF W-FILE-STATUS-ARQ-PARM NOT EQUAL "00"
               MOVE 2210 TO CTCS0022-CD-RTN
               STRING "CTCS0022 - Erro ao abrir a carta de "
                      "controle CTCS0022.PRM." " - FILE-STATUS="
                      W-FILE-STATUS-ARQ-PARM "." DELIMITED BY SIZE
                      INTO CTCS0022-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-CNT001
               AT END
                   MOVE 2211 TO CTCS0022-CD-RTN
                   STRING "CTCS0022 - Carta de controle "
                          "CTCS0022.PRM incompleta - caminho de "
                          "CNT001 ausente." DELIMITED BY SIZE
                          INTO CTCS0022-TX-MSG-RTN
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-EMP001
               AT END
                   MOVE 2212 TO CTCS0022-CD-RTN
                   STRING "CTCS0022 - Carta de controle "
                          "CTCS0022.PRM incompleta - caminho de "
                          "EMP001 ausente." DELIMITED BY SIZE
                          INTO CTCS0022-TX-MSG-RTN
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-PCL001
               AT END
                   MOVE 2213 TO CTCS0022-CD-RTN
                   STRING "CTCS0022 - Carta de controle "
                          "CTCS0022.PRM incompleta - caminho de "
                          "PCL001 ausente." DELIMITED BY SIZE
                          INTO CTCS0022-TX-MSG-RTN
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-AUD001
               AT END
                   MOVE 2214 TO CTCS0022-CD-RTN
                   STRING "CTCS0022 - Carta de controle "
                          "CTCS0022.PRM incompleta - caminho de "
                          "AUD001 ausente." DELIMITED BY SIZE
                          INTO CTCS0022-TX-MSG-RTN
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-CTL001
               AT END
                   MOVE 2215 TO CTCS0022-CD-RTN
                   STRING "CTCS0022 - Carta de controle "
                          "CTCS0022.PRM incompleta - caminho de "
                          "CTL001 ausente." DELIMITED BY SIZE
                          INTO CTCS0022-TX-MSG-RTN
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           CLOSE ARQ-PARM
      *
           OPEN I-O CNT001
      *
           IF W-FILE-STATUS-CNT001 NOT EQUAL "00"
               MOVE 2216 TO CTCS0022-CD-RTN
               STRING "CTCS0022 - Erro ao abrir CNT001."
                      " - FILE-STATUS=" W-FILE-STATUS-CNT001
                      DELIMITED BY SIZE INTO CTCS0022-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      *
           OPEN I-O EMP001
      *
           IF W-FILE-STATUS-EMP001 EQUAL "35"
               CLOSE EMP001
               OPEN OUTPUT EMP001
               CLOSE EMP001
               OPEN I-O EMP001
           END-IF
      *
           OPEN I-O PCL001
      *
           IF W-FILE-STATUS-PCL001 EQUAL "35"
               CLOSE PCL001
               OPEN OUTPUT PCL001
               CLOSE PCL001
               OPEN I-O PCL001
           END-IF
      *
           OPEN I-O AUD001
      *
           IF W-FILE-STATUS-AUD001 EQUAL "35"
               CLOSE AUD001
               OPEN OUTPUT AUD001
               CLOSE AUD001
               OPEN I-O AUD001
           END-IF
      *
           OPEN I-O CTL001
      *
           IF W-FILE-STATUS-CTL001 EQUAL "35"
               CLOSE CTL001
               OPEN OUTPUT CTL001
               CLOSE CTL001
               OPEN I-O CTL001
           END-IF
      *
           SET W-ARQUIVOS-ABERTOS-SIM TO TRUE
           .
      *
       020000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       030000-CONTRATAR-EMPRESTIMO SECTION.
      *------------------------------------------------------------------------
      * valida a proposta, grava o contrato e o cronograma de parcelas
      * e credita o principal - o emprestimo soh eh concedido a conta
      * ativa, pois conta encerrada ou dormente nao tem como receber
      * os debitos mensais das parcelas
      *
           IF CTCS0022-VL-PRINCIPAL EQUAL ZEROS
               MOVE 2201 TO CTCS0022-CD-RTN
               STRING "CTCS0022 - Valor do emprestimo deve ser maior "
                      "que zero." DELIMITED BY SIZE
                      INTO CTCS0022-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      *
           IF CTCS0022-TX-JUROS-MES > 0,1000
               MOVE 2202 TO CTCS0022-CD-RTN
               STRING "CTCS0022 - Taxa de juros mensal deve estar "
                      "entre 0 e 0,1000 (10% ao mes)." DELIMITED BY
                      SIZE INTO CTCS0022-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      *
           IF CTCS0022-QT-PARCELAS EQUAL ZEROS
              OR CTCS0022-QT-PARCELAS > W-MAX-PARCELAS
               MOVE 2203 TO CTCS0022-CD-RTN
               STRING "CTCS0022 - Quantidade de parcelas deve estar "
                      "entre 1 e " W-MAX-PARCELAS "." DELIMITED BY
                      SIZE INTO CTCS0022-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      *
           MOVE CTCS0022-AG TO CNT001-AG
           MOVE CTCS0022-CT TO CNT001-CT
      *
           READ CNT001
               KEY IS CNT001-ID-CT
               INVALID KEY
                   MOVE 2204 TO CTCS0022-CD-RTN
                   STRING "CTCS0022 - Conta nao encontrada."
                          " - FILE-STATUS=" W-FILE-STATUS-CNT001
                          DELIMITED BY SIZE INTO CTCS0022-TX-MSG-RTN
                   PERFORM 000000-SAIR
           END-READ
      *
           IF NOT CNT001-CT-ATIVA
               MOVE 2205 TO CTCS0022-CD-RTN
               STRING "CTCS0022 - Conta nao esta ativa - emprestimo "
                      "nao pode ser contratado." DELIMITED BY SIZE
                      INTO CTCS0022-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      *
           PERFORM 031000-CALCULAR-PRESTACAO
           PERFORM 032000-SALVAR-REG-EMP
           PERFORM 033000-GERAR-PARCELAS
           PERFORM 035000-CREDITAR-PRINCIPAL
      *
           MOVE EMP001-ID-EMP TO CTCS0022-ID-EMP
           MOVE W-VL-PARCELA  TO CTCS0022-VL-PARCELA
           MOVE W-VL-PARCELA  TO W-EXB-VL-PARCELA
      *
           MOVE ZEROS TO CTCS0022-CD-RTN
           STRING "CTCS0022 - Emprestimo " EMP001-ID-EMP
                  " contratado - prestacao de "
                  W-EXB-VL-PARCELA "." DELIMITED BY SIZE
                  INTO CTCS0022-TX-MSG-RTN
           PERFORM 000000-SAIR
           .
      *
       030000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       031000-CALCULAR-PRESTACAO SECTION.
      *------------------------------------------------------------------------
      * prestacao fixa da tabela Price:
      *
      *     PMT = P * i * (1 + i) ** n / ((1 + i) ** n - 1)
      *
      * com taxa zero o emprestimo vira simples divisao do principal
      * pelo numero de parcelas
      *
           IF CTCS0022-TX-JUROS-MES EQUAL ZEROS
               DIVIDE CTCS0022-VL-PRINCIPAL BY CTCS0022-QT-PARCELAS
                   GIVING W-VL-PARCELA ROUNDED
           ELSE
               COMPUTE W-FATOR-PRICE ROUNDED =
                   (1 + CTCS0022-TX-JUROS-MES) ** CTCS0022-QT-PARCELAS
               COMPUTE W-VL-PARCELA ROUNDED =
                   CTCS0022-VL-PRINCIPAL * CTCS0022-TX-JUROS-MES *
                   W-FATOR-PRICE / (W-FATOR-PRICE - 1)
           END-IF
           .
      *
       031000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       032000-SALVAR-REG-EMP SECTION.
      *------------------------------------------------------------------------
      *
           INITIALIZE EMP001-REGISTRO
      *
           PERFORM 036000-OBTER-PROX-ID-EMP
      *
           MOVE CTCS0022-AG           TO EMP001-AG-CLI
           MOVE CTCS0022-CT           TO EMP001-CT-CLI
           MOVE CTCS0022-VL-PRINCIPAL TO EMP001-VL-PRINCIPAL
           MOVE CTCS0022-TX-JUROS-MES TO EMP001-TX-JUROS-MES
           MOVE CTCS0022-QT-PARCELAS  TO EMP001-QT-PARCELAS
           MOVE W-VL-PARCELA          TO EMP001-VL-PARCELA
           MOVE W-TS-CRR(1:16)        TO EMP001-TS-CONTRATO
           SET EMP001-ATIVO            TO TRUE
           MOVE ZEROS                 TO EMP001-DT-QUITACAO
           MOVE CTCS0022-MATR-OPER    TO EMP001-MATR-OPER
      *
           WRITE EMP001-REGISTRO
               INVALID KEY
                   MOVE 2220 TO CTCS0022-CD-RTN
                   STRING "CTCS0022 - Erro ao gravar o contrato."
                          " - FILE-STATUS=" W-FILE-STATUS-EMP001
                          DELIMITED BY SIZE INTO CTCS0022-TX-MSG-RTN
                   PERFORM 000000-SAIR
           END-WRITE
           .
      *
       032000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       033000-GERAR-PARCELAS SECTION.
      *------------------------------------------------------------------------
      * gera o cronograma: os juros de cada parcela incidem sobre o
      * saldo devedor remanescente e o restante da prestacao amortiza
      * o principal - a ultima parcela absorve a diferenca de
      * arredondamento, zerando o saldo devedor
      *
           MOVE CTCS0022-VL-PRINCIPAL TO W-SDO-DEVEDOR
      *
           PERFORM VARYING W-NR-PCL FROM 1 BY 1
               UNTIL W-NR-PCL > CTCS0022-QT-PARCELAS
               COMPUTE W-VL-JUROS-PCL ROUNDED =
                   W-SDO-DEVEDOR * CTCS0022-TX-JUROS-MES
               IF W-NR-PCL EQUAL CTCS0022-QT-PARCELAS
                   MOVE W-SDO-DEVEDOR TO W-VL-AMORT-PCL
               ELSE
                   SUBTRACT W-VL-JUROS-PCL FROM W-VL-PARCELA
                       GIVING W-VL-AMORT-PCL
               END-IF
               SUBTRACT W-VL-AMORT-PCL FROM W-SDO-DEVEDOR
               PERFORM 033500-CALCULAR-VENCIMENTO
               PERFORM 034000-SALVAR-REG-PCL
           END-PERFORM
           .
      *
       033000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       033500-CALCULAR-VENCIMENTO SECTION.
      *------------------------------------------------------------------------
      * Entrada: W-NR-PCL
      *
      * vencimento da parcela N = data da contratacao + N meses, com o
      * dia limitado a 28
      *
           COMPUTE W-QT-MESES = W-AA-CRR * 12 + W-MM-CRR - 1 + W-NR-PCL
      *
           DIVIDE W-QT-MESES BY 12 GIVING W-AA-VENC
               REMAINDER W-MM-VENC
           ADD 1 TO W-MM-VENC
      *
           IF W-DD-CRR > 28
               MOVE 28 TO W-DD-VENC
           ELSE
               MOVE W-DD-CRR TO W-DD-VENC
           END-IF
           .
      *
       033500-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       034000-SALVAR-REG-PCL SECTION.
      *------------------------------------------------------------------------
      *
           INITIALIZE PCL001-REGISTRO
      *
           PERFORM 036100-OBTER-PROX-ID-PCL
      *
           MOVE EMP001-ID-EMP   TO PCL001-ID-EMP
           MOVE W-NR-PCL        TO PCL001-NR-PCL
           MOVE CTCS0022-AG     TO PCL001-AG-CLI
           MOVE CTCS0022-CT     TO PCL001-CT-CLI
           MOVE W-DT-VENC-PCL   TO PCL001-DT-VENC
           ADD W-VL-AMORT-PCL W-VL-JUROS-PCL GIVING PCL001-VL-PARCELA
           MOVE W-VL-AMORT-PCL  TO PCL001-VL-AMORTIZACAO
           MOVE W-VL-JUROS-PCL  TO PCL001-VL-JUROS
           MOVE W-SDO-DEVEDOR   TO PCL001-SDO-DEVEDOR
           SET PCL001-ABERTA     TO TRUE
           MOVE ZEROS           TO PCL001-VL-MORA
                                   PCL001-AAMM-ULT-MORA
                                   PCL001-VL-PAGO
                                   PCL001-TS-PAGAMENTO
      *
           WRITE PCL001-REGISTRO
               INVALID KEY
                   MOVE 2221 TO CTCS0022-CD-RTN
                   STRING "CTCS0022 - Erro ao gravar a parcela "
                          W-NR-PCL " do contrato."
                          " - FILE-STATUS=" W-FILE-STATUS-PCL001
                          DELIMITED BY SIZE INTO CTCS0022-TX-MSG-RTN
                   PERFORM 000000-SAIR
           END-WRITE
           .
      *
       034000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       035000-CREDITAR-PRINCIPAL SECTION.
      *------------------------------------------------------------------------
      * credita o principal no saldo da conta lida em 030000 - o
      * proprio EMP001 eh o lancamento que o extrato do CTCS0003 e a
      * conciliacao do CTCS0004 enxergam como credito
      *
           MOVE CNT001-SDO TO W-SDO-ANTES-OPER
      *
           ADD CTCS0022-VL-PRINCIPAL TO CNT001-SDO
      *
           REWRITE CNT001-REGISTRO
               INVALID KEY
                   MOVE 2222 TO CTCS0022-CD-RTN
                   STRING "CTCS0022 - Erro ao creditar o principal "
                          "na conta." " - FILE-STATUS="
                          W-FILE-STATUS-CNT001
                          DELIMITED BY SIZE INTO CTCS0022-TX-MSG-RTN
                   PERFORM 000000-SAIR
           END-REWRITE
      *
           PERFORM 037000-GRAVAR-AUDITORIA
           .
      *
       035000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       036000-OBTER-PROX-ID-EMP SECTION.
      *------------------------------------------------------------------------
      * obtem o proximo EMP001-ID-EMP a partir do registro de controle
      * de sequencia de CTL001, em vez de varrer EMP001 inteiro
      *
           MOVE "EMP001" TO CTL001-CHAVE-SEQ
           MOVE "N"      TO W-CTL-ACHOU
      *
           READ CTL001
               KEY IS CTL001-CHAVE-SEQ
               INVALID KEY
                   MOVE ZEROS TO CTL001-ULT-ID
               NOT INVALID KEY
                   SET W-CTL-ACHOU-SIM TO TRUE
           END-READ
      *
           ADD 1 TO CTL001-ULT-ID GIVING EMP001-ID-EMP
           MOVE EMP001-ID-EMP TO CTL001-ULT-ID
           MOVE EMP001-ID-EMP TO W-ID-ULT-REG-EMP001
           MOVE "EMP001"      TO CTL001-CHAVE-SEQ
      *
           IF W-CTL-ACHOU-SIM
               REWRITE CTL001-REGISTRO
                   INVALID KEY
                       MOVE 2223 TO CTCS0022-CD-RTN
                       STRING "CTCS0022 - Erro ao atualizar o "
                              "controle de sequencia do EMP001."
                              " - FILE-STATUS=" W-FILE-STATUS-CTL001
                              DELIMITED BY SIZE INTO
                              CTCS0022-TX-MSG-RTN
                       PERFORM 000000-SAIR
               END-REWRITE
           ELSE
               WRITE CTL001-REGISTRO
                   INVALID KEY
                       MOVE 2223 TO CTCS0022-CD-RTN
                       STRING "CTCS0022 - Erro ao criar o "
                              "controle de sequencia do EMP001."
                              " - FILE-STATUS=" W-FILE-STATUS-CTL001
                              DELIMITED BY SIZE INTO
                              CTCS0022-TX-MSG-RTN
                       PERFORM 000000-SAIR
               END-WRITE
           END-IF
           .
      *
       036000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       036100-OBTER-PROX-ID-PCL SECTION.
      *------------------------------------------------------------------------
      * obtem o proximo PCL001-ID-PCL a partir do registro de controle
      * de sequencia de CTL001, em vez de varrer PCL001 inteiro
      *
           MOVE "PCL001" TO CTL001-CHAVE-SEQ
           MOVE "N"      TO W-CTL-ACHOU
      *
           READ CTL001
               KEY IS CTL001-CHAVE-SEQ
               INVALID KEY
                   MOVE ZEROS TO CTL001-ULT-ID
               NOT INVALID KEY
                   SET W-CTL-ACHOU-SIM TO TRUE
           END-READ
      *
           ADD 1 TO CTL001-ULT-ID GIVING PCL001-ID-PCL
           MOVE PCL001-ID-PCL TO CTL001-ULT-ID
           MOVE PCL001-ID-PCL TO W-ID-ULT-REG-PCL001
           MOVE "PCL001"      TO CTL001-CHAVE-SEQ
      *
           IF W-CTL-ACHOU-SIM
               REWRITE CTL001-REGISTRO
                   INVALID KEY
                       MOVE 2224 TO CTCS0022-CD-RTN
                       STRING "CTCS0022 - Erro ao atualizar o "
                              "controle de sequencia do PCL001."
                              " - FILE-STATUS=" W-FILE-STATUS-CTL001
                              DELIMITED BY SIZE INTO
                              CTCS0022-TX-MSG-RTN
                       PERFORM 000000-SAIR
               END-REWRITE
           ELSE
               WRITE CTL001-REGISTRO
                   INVALID KEY
                       MOVE 2224 TO CTCS0022-CD-RTN
                       STRING "CTCS0022 - Erro ao criar o "
                              "controle de sequencia do PCL001."
                              " - FILE-STATUS=" W-FILE-STATUS-CTL001
                              DELIMITED BY SIZE INTO
                              CTCS0022-TX-MSG-RTN
                       PERFORM 000000-SAIR
               END-WRITE
           END-IF
           .
      *
       036100-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       037000-GRAVAR-AUDITORIA SECTION.
      *------------------------------------------------------------------------
      * grava em AUD001 a trilha do credito do principal, nos moldes
      * do CTCS0002 - o tipo "L" identifica a liberacao do emprestimo
      * e o ID do contrato vai como lancamento de referencia
      *
           INITIALIZE AUD001-REGISTRO
      *
           PERFORM 038000-OBTER-PROX-ID-AUD
      *
           MOVE CNT001-AG          TO AUD001-AG-CLI
           MOVE CNT001-CT          TO AUD001-CT-CLI
           MOVE W-SDO-ANTES-OPER   TO AUD001-SDO-ANTERIOR
           MOVE CNT001-SDO         TO AUD001-SDO-NOVO
           MOVE "L"                TO AUD001-TIPO-OPER
           MOVE W-TS-CRR(1:16)     TO AUD001-TS-OPER
           MOVE EMP001-ID-EMP      TO AUD001-ID-LCT-REF
           MOVE CTCS0022-MATR-OPER TO AUD001-MATR-OPER
      *
           WRITE AUD001-REGISTRO
               INVALID KEY
                   DISPLAY "CTCS0022 - Erro ao gravar trilha de "
                       "auditoria da conta " CNT001-AG "/"
                       CNT001-CT " - FILE-STATUS="
                       W-FILE-STATUS-AUD001
           END-WRITE
           .
      *
       037000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       038000-OBTER-PROX-ID-AUD SECTION.
      *------------------------------------------------------------------------
      * obtem o proximo AUD001-ID-AUD a partir do registro de controle
      * de sequencia de CTL001, compartilhado com o CTCS0002
      *
           MOVE "AUD001" TO CTL001-CHAVE-SEQ
           MOVE "N"      TO W-CTL-ACHOU
      *
           READ CTL001
               KEY IS CTL001-CHAVE-SEQ
               INVALID KEY
                   MOVE ZEROS TO CTL001-ULT-ID
               NOT INVALID KEY
                   SET W-CTL-ACHOU-SIM TO TRUE
           END-READ
      *
           ADD 1 TO CTL001-ULT-ID GIVING AUD001-ID-AUD
           MOVE AUD001-ID-AUD TO CTL001-ULT-ID
           MOVE AUD001-ID-AUD TO W-ID-ULT-REG-AUD001
           MOVE "AUD001"      TO CTL001-CHAVE-SEQ
      *
           IF W-CTL-ACHOU-SIM
               REWRITE CTL001-REGISTRO
                   INVALID KEY
                       DISPLAY "CTCS0022 - Erro ao atualizar o "
                           "controle de sequencia do AUD001 - "
                           "FILE-STATUS=" W-FILE-STATUS-CTL001
               END-REWRITE
           ELSE
               WRITE CTL001-REGISTRO
                   INVALID KEY
                       DISPLAY "CTCS0022 - Erro ao criar o "
                           "controle de sequencia do AUD001 - "
                           "FILE-STATUS=" W-FILE-STATUS-CTL001
               END-WRITE
           END-IF
           .
      *
       038000-SAIR.
           EXIT SECTION
           .
