      *------------------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------------------------------------------------
       PROGRAM-ID. CTCS0023.
      *------------------------------------------------------------------------
      * PROGRAMADOR: Mateus Barbosa da Silva
      * SIGLA......: CTC - Controle de Contas
      * OBJETIVO...: Debito mensal das parcelas de emprestimo pessoal
      * - percorre o cronograma PCL001 gerado pelo CTCS0022 e debita
      * de CNT001 cada parcela vencida ate a data de referencia da
      * carta de controle, contra o mesmo saldo disponivel do saque
      * (saldo + limite de cheque especial - bloqueios BLQ001), com
      * trilha de auditoria em AUD001; a parcela sem saldo passa a
      * "em atraso" e acumula juros de mora a cada competencia, com
      * a taxa de mora tambem parametrizada; o contrato em EMP001 eh
      * reclassificado (em dia/em atraso/quitado) e os contratos em
      * atraso saem em relatorio de inadimplencia por agencia, com o
      * nome do cadastro AGE001, quando carregado
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
      * contratos de emprestimo pessoal, gravados pelo CTCS0022
      *
       SELECT EMP001
           ASSIGN TO CAMINHO-ARQ-EMP001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS EMP001-ID-EMP
           FILE STATUS  IS W-FILE-STATUS-EMP001
           .
      *
      * cronograma de parcelas, gravado pelo CTCS0022
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
      * bloqueios judiciais e administrativos, mantidos pelo CTCS0014
      * - descontados do saldo disponivel como no saque do CTCS0002
      *
       SELECT BLQ001
           ASSIGN TO CAMINHO-ARQ-BLQ001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS BLQ001-ID-BLQ
           FILE STATUS  IS W-FILE-STATUS-BLQ001
           .
      *
      * cadastro de agencias, mantido pelo CTCS0018 - da o nome que
      * identifica cada agencia no relatorio
      *
       SELECT AGE001
           ASSIGN TO CAMINHO-ARQ-AGE001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS AGE001-NR-AG
           FILE STATUS  IS W-FILE-STATUS-AGE001
           .
      *
       SELECT ARQ-PARM
           ASSIGN TO 'CTCS0023.PRM'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FILE-STATUS-ARQ-PARM
           .
      *
       SELECT REL-INADIMPLENCIA
           ASSIGN TO CAMINHO-REL-INADIMPLENCIA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FILE-STATUS-REL-INAD
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
       FD BLQ001.
      *------------------------------------------------------------------------
      * mesmo layout declarado no CTCS0014
      *
       01  BLQ001-REGISTRO.
           03  BLQ001-ID-BLQ                    PIC  9(018).
           03  BLQ001-AG                        PIC  9(004).
           03  BLQ001-CT                        PIC  9(008).
           03  BLQ001-NR-OFICIO                 PIC  X(020).
           03  BLQ001-VL-BLQ                    PIC  9(015)V99.
           03  BLQ001-DT-BLQ                    PIC  X(008).
           03  BLQ001-ST-BLQ                    PIC  X(001).
               88  BLQ001-ATIVO                        VALUE "A".
               88  BLQ001-LIBERADO                     VALUE "L".
           03  BLQ001-DT-LIBERACAO              PIC  X(008).
      *
      *------------------------------------------------------------------------
       FD AGE001.
      *------------------------------------------------------------------------
      * mesmo layout declarado no CTCS0018
      *
       01  AGE001-REGISTRO.
           03  AGE001-NR-AG                     PIC  9(004).
           03  AGE001-DV-AG                     PIC  X(001).
           03  AGE001-NM-AG                     PIC  X(040).
           03  AGE001-ST-AG                     PIC  X(001).
               88  AGE001-ATIVA                        VALUE "A".
               88  AGE001-ENCERRADA                    VALUE "E".
      *
      *------------------------------------------------------------------------
       FD ARQ-PARM.
      *------------------------------------------------------------------------
      *
       01  REG-ARQ-PARM                        PIC  X(100).
      *
      *------------------------------------------------------------------------
       FD REL-INADIMPLENCIA.
      *------------------------------------------------------------------------
      *
       01  REL-INAD-LINHA                      PIC  X(132).
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
       77  W-FILE-STATUS-BLQ001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-AGE001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-ARQ-PARM              PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-REL-INAD              PIC  X(002) VALUE ZEROS.
      *
       77  CAMINHO-ARQ-CNT001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-EMP001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-PCL001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-AUD001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-CTL001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-BLQ001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-AGE001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-REL-INADIMPLENCIA           PIC  X(100) VALUE SPACES.
      *
      * data de referencia do debito (AAAAMMDD), lida da carta de
      * controle - vencem as parcelas com vencimento ate esta data
      *
       77  W-DT-REFERENCIA                     PIC  X(008) VALUE SPACES.
      *
      * taxa de juros de mora mensal, lida da carta de controle como
      * 5 digitos (1 inteiro + 4 decimais, sem virgula) - mesma
      * representacao em fracao das taxas do CTCS0006
      *
       01  W-PARM-TX-MORA                      PIC  X(005) VALUE ZEROS.
       01  W-TX-MORA REDEFINES W-PARM-TX-MORA
                                               PIC  9(001)V9(004).
      *
      * apoio da validacao caracter a caracter da carta de controle
      *
       77  W-CCT-PARM                          PIC  X(001) VALUE SPACE.
       77  W-FLAG-NUMERO                       PIC  9(001) VALUE ZERO.
       77  W-NUMEROS                           PIC  X(010) VALUE
           "0123456789".
       01  W-IC-PARM                           PIC  9(002) COMP-5
                                                VALUE ZEROS.
      *
      * nome e imagem do parametro em validacao, informados pelo
      * ponto que aciona 016000-VALIDAR-PARM-NUMERICO
      *
       77  W-NM-PARM                           PIC  X(030) VALUE SPACES.
       77  W-PARM-IMAGEM                       PIC  X(017) VALUE SPACES.
       77  W-TAM-PARM                          PIC  9(002) VALUE ZEROS.
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
       01  W-FIM-ARQ-BLQ001                    PIC  X(001) VALUE "N".
           88  W-FIM-DE-ARQ-BLQ001                    VALUE "S".
      *
      * contrato corrente na leitura de PCL001 - as parcelas de um
      * contrato sao gravadas em sequencia pelo CTCS0022, entao a
      * troca de PCL001-ID-EMP fecha o contrato anterior
      *
       77  W-ID-EMP-CORRENTE                   PIC  9(018) VALUE ZEROS.
       77  W-AG-EMP-CORRENTE                   PIC  9(004) VALUE ZEROS.
       77  W-CT-EMP-CORRENTE                   PIC  9(008) VALUE ZEROS.
       77  W-QT-PCL-EM-ABERTO                  PIC  9(003) VALUE ZEROS.
       77  W-QT-PCL-EM-ATRASO                  PIC  9(003) VALUE ZEROS.
       77  W-VL-EM-ATRASO                      PIC  9(015)V99
           VALUE ZEROS.
       77  W-DT-VENC-MAIS-ANTIGA               PIC  X(008) VALUE SPACES.
      *
      * apoio do debito da parcela
      *
       77  W-VL-MORA-MES                       PIC  9(015)V99
           VALUE ZEROS.
       77  W-VL-COBRAR                         PIC  9(015)V99
           VALUE ZEROS.
       77  W-SDO-DISPONIVEL                    PIC S9(015)V99
           VALUE ZEROS.
       77  W-SDO-ANTES-OPER                    PIC S9(015)V99
           VALUE ZEROS.
       01  W-PCL-DEBITADA                      PIC  X(001) VALUE "N".
           88  W-PCL-DEBITADA-SIM                     VALUE "S".
      *
      * soma dos bloqueios ativos da conta (BLQ001), calculada por
      * 033000-SOMAR-BLOQUEIOS-CONTA para a agencia/conta informada
      * em W-AG-BLQ/W-CT-BLQ
      *
       77  W-VL-BLOQUEADO                      PIC  9(015)V99
           VALUE ZEROS.
       77  W-AG-BLQ                            PIC  9(004) VALUE ZEROS.
       77  W-CT-BLQ                            PIC  9(008) VALUE ZEROS.
      *
       77  W-ID-ULT-REG-AUD001                 PIC  9(018) VALUE ZEROS.
      *
       01  W-CTL-ACHOU                         PIC  X(001) VALUE "N".
           88  W-CTL-ACHOU-SIM                        VALUE "S".
      *
      * contratos em atraso, acumulados para o relatorio e ordenados
      * por agencia/conta antes da emissao
      *
       77  W-MAX-CONTRATOS                     PIC  9(004) VALUE 9999.
       77  W-QT-CONTRATOS                      PIC  9(004) VALUE ZEROS
                                                COMP-5.
      *
       01  TB-INADIMPLENCIA.
           03  TB-INAD-ITEM OCCURS 9999 TIMES.
               05  TB-AG                       PIC  9(004).
               05  TB-CT                       PIC  9(008).
               05  TB-ID-EMP                   PIC  9(018).
               05  TB-QT-PCL-ATRASO            PIC  9(003).
               05  TB-DT-VENC-ANTIGA           PIC  X(008).
               05  TB-VL-ATRASO                PIC  9(015)V99.
      *
       01  W-TB-AUX                            PIC  X(058).
      *
       01  W-IX                                PIC  9(004) COMP-5
                                                VALUE ZEROS.
       01  W-IY                                PIC  9(004) COMP-5
                                                VALUE ZEROS.
      *
      * agencia em emissao no relatorio e subtotais da agencia
      *
       77  W-AG-ANTERIOR                       PIC  9(004) VALUE ZEROS.
       77  W-QT-CONTRATOS-AG                   PIC  9(006) VALUE ZEROS.
       77  W-VL-ATRASO-AG                      PIC  9(015)V99
           VALUE ZEROS.
       77  W-VL-ATRASO-TOTAL                   PIC  9(015)V99
           VALUE ZEROS.
      *
      * contadores do fim do job
      *
       77  W-QT-PCL-DEBITADAS                  PIC  9(006) VALUE ZEROS.
       77  W-QT-PCL-NOVAS-ATRASO               PIC  9(006) VALUE ZEROS.
       77  W-QT-CONTRATOS-QUITADOS             PIC  9(006) VALUE ZEROS.
      *
      * AGE001 soh existe depois da primeira agencia incluida pelo
      * CTCS0018 - sem ele, a agencia sai identificada so pelo numero
      *
       01  W-AGE001-DISPONIVEL                 PIC  X(001) VALUE "N".
           88  W-AGE001-DISPONIVEL-SIM                VALUE "S".
      *
      * BLQ001 soh existe depois do primeiro bloqueio incluido pelo
      * CTCS0014 - sem ele, nao ha valor bloqueado a descontar
      *
       01  W-BLQ001-DISPONIVEL                 PIC  X(001) VALUE "N".
           88  W-BLQ001-DISPONIVEL-SIM                VALUE "S".
      *
      * sinaliza que as bases de dados ja foram abertas com sucesso,
      * para que 000000-SAIR nao tente fechar arquivos que nunca
      * chegaram a ser abertos (ex.: erro na leitura da carta de
      * controle)
      *
       01  W-ARQUIVOS-ABERTOS                  PIC  X(001) VALUE "N".
           88  W-ARQUIVOS-ABERTOS-SIM                  VALUE "S".
      *
       01  W-LINHA-CAB1                        PIC  X(132) VALUE SPACES.
       01  W-LINHA-CAB2                        PIC  X(132) VALUE SPACES.
       01  W-LINHA-BRANCO                      PIC  X(132) VALUE SPACES.
       01  W-LINHA-AGENCIA.
           03  FILLER                          PIC  X(008) VALUE
               "AGENCIA ".
           03  WLA-AG                          PIC  9(004).
           03  FILLER                          PIC  X(003) VALUE " - ".
           03  WLA-NM-AG                       PIC  X(040) VALUE SPACES.
       01  W-LINHA-DETALHE.
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLD-AG                          PIC  9(004).
           03  FILLER                          PIC  X(001) VALUE "/".
           03  WLD-CT                          PIC  9(008).
           03  FILLER                          PIC  X(003) VALUE SPACES.
           03  WLD-ID-EMP                      PIC  Z(017)9.
           03  FILLER                          PIC  X(003) VALUE SPACES.
           03  WLD-QT-PCL                      PIC  ZZ9.
           03  FILLER                          PIC  X(006) VALUE SPACES.
           03  WLD-DT-VENC                     PIC  X(010).
           03  FILLER                          PIC  X(003) VALUE SPACES.
           03  WLD-VL-ATRASO                   PIC  --------.--9,99.
       01  W-LINHA-QT.
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLQ-TITULO                      PIC  X(032) VALUE SPACES.
           03  FILLER                          PIC  X(002) VALUE ": ".
           03  WLQ-QT                          PIC  ZZZZZ9.
       01  W-LINHA-VL.
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLV-TITULO                      PIC  X(032) VALUE SPACES.
           03  FILLER                          PIC  X(002) VALUE ": ".
           03  WLV-VL                          PIC  --------.--9,99.
      *
      *------------------------------------------------------------------------
       PROCEDURE DIVISION.
      *------------------------------------------------------------------------
       000000-PRINCIPAL SECTION.
      *------------------------------------------------------------------------
      *
           PERFORM 005000-OBTER-TS
           PERFORM 010000-OBTER-PARAMETROS
           PERFORM 015000-VALIDAR-PARAMETROS
           PERFORM 020000-ABRIR-ARQUIVOS
           PERFORM 030000-DEBITAR-PARCELAS
           PERFORM 040000-ORDENAR-CONTRATOS
           PERFORM 050000-EMITIR-RELATORIO
           .
      *
       000000-SAIR.
           DISPLAY "CTCS0023 - Parcelas debitadas..............: "
               W-QT-PCL-DEBITADAS
           DISPLAY "CTCS0023 - Parcelas que entraram em atraso.: "
               W-QT-PCL-NOVAS-ATRASO
           DISPLAY "CTCS0023 - Contratos quitados..............: "
               W-QT-CONTRATOS-QUITADOS
           DISPLAY "CTCS0023 - Contratos em atraso.............: "
               W-QT-CONTRATOS
      *
           IF W-ARQUIVOS-ABERTOS-SIM
               CLOSE CNT001 EMP001 PCL001 AUD001 CTL001
                     REL-INADIMPLENCIA
               IF W-BLQ001-DISPONIVEL-SIM
                   CLOSE BLQ001
               END-IF
               IF W-AGE001-DISPONIVEL-SIM
                   CLOSE AGE001
               END-IF
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
      * le a carta de controle com os caminhos das bases de dados, o
      * caminho do relatorio, a data de referencia e a taxa de mora
      *
           OPEN INPUT ARQ-PARM
      *
           IF W-FILE-STATUS-ARQ-PARM NOT EQUAL "00"
               DISPLAY "CTCS0023 - Erro ao abrir a carta de controle "
                   "CTCS0023.PRM - FILE-STATUS=" W-FILE-STATUS-ARQ-PARM
               PERFORM 000000-SAIR
           END-IF
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-CNT001
               AT END
                   DISPLAY "CTCS0023 - Carta de controle incompleta "
                       "- caminho de CNT001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-EMP001
               AT END
                   DISPLAY "CTCS0023 - Carta de controle incompleta "
                       "- caminho de EMP001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-PCL001
               AT END
                   DISPLAY "CTCS0023 - Carta de controle incompleta "
                       "- caminho de PCL001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-AUD001
               AT END
                   DISPLAY "CTCS0023 - Carta de controle incompleta "
                       "- caminho de AUD001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-CTL001
               AT END
                   DISPLAY "CTCS0023 - Carta de controle incompleta "
                       "- caminho de CTL001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-BLQ001
               AT END
                   DISPLAY "CTCS0023 - Carta de controle incompleta "
                       "- caminho de BLQ001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-AGE001
               AT END
                   DISPLAY "CTCS0023 - Carta de controle incompleta "
                       "- caminho de AGE001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-REL-INADIMPLENCIA
               AT END
                   DISPLAY "CTCS0023 - Carta de controle incompleta "
                       "- caminho do relatorio ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO W-DT-REFERENCIA
               AT END
                   DISPLAY "CTCS0023 - Carta de controle incompleta "
                       "- data de referencia (AAAAMMDD) ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO W-PARM-TX-MORA
               AT END
                   DISPLAY "CTCS0023 - Carta de controle incompleta "
                       "- taxa de juros de mora ausente."
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
       015000-VALIDAR-PARAMETROS SECTION.
      *------------------------------------------------------------------------
      * todos os parametros numericos devem vir com todas as posicoes
      * preenchidas com digitos, como o CTCS0015 ja se protege na sua
      * carta de controle
      *
           MOVE "data de referencia"     TO W-NM-PARM
           MOVE W-DT-REFERENCIA          TO W-PARM-IMAGEM
           MOVE 8                        TO W-TAM-PARM
           PERFORM 016000-VALIDAR-PARM-NUMERICO
      *
           MOVE "taxa de juros de mora"  TO W-NM-PARM
           MOVE W-PARM-TX-MORA           TO W-PARM-IMAGEM
           MOVE 5                        TO W-TAM-PARM
           PERFORM 016000-VALIDAR-PARM-NUMERICO
      *
           DISPLAY "CTCS0023 - Data de referencia.........: "
               W-DT-REFERENCIA(7:2) "/" W-DT-REFERENCIA(5:2) "/"
               W-DT-REFERENCIA(1:4)
           DISPLAY "CTCS0023 - Taxa de juros de mora......: "
               W-TX-MORA
           .
      *
       015000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       016000-VALIDAR-PARM-NUMERICO SECTION.
      *------------------------------------------------------------------------
      * Entrada: W-NM-PARM / W-PARM-IMAGEM / W-TAM-PARM
      *
      * confere, caracter a caracter, se as W-TAM-PARM primeiras
      * posicoes do parametro sao todas digitos
      *
           PERFORM VARYING W-IC-PARM FROM 1 BY 1
               UNTIL W-IC-PARM > W-TAM-PARM
               MOVE W-PARM-IMAGEM(W-IC-PARM:1) TO W-CCT-PARM
               MOVE ZERO TO W-FLAG-NUMERO
               INSPECT W-NUMEROS TALLYING W-FLAG-NUMERO
                   FOR ALL W-CCT-PARM
               IF W-FLAG-NUMERO NOT EQUAL 1
                   DISPLAY "CTCS0023 - Parametro invalido na carta "
                       "de controle: " W-NM-PARM
                   PERFORM 000000-SAIR
               END-IF
           END-PERFORM
           .
      *
       016000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       020000-ABRIR-ARQUIVOS SECTION.
      *------------------------------------------------------------------------
      *
           OPEN I-O CNT001
      *
           IF W-FILE-STATUS-CNT001 NOT EQUAL "00"
               DISPLAY "CTCS0023 - Erro ao abrir CNT001 - "
                   "FILE-STATUS=" W-FILE-STATUS-CNT001
               PERFORM 000000-SAIR
           END-IF
      *
           OPEN I-O EMP001
      *
           IF W-FILE-STATUS-EMP001 NOT EQUAL "00"
               DISPLAY "CTCS0023 - Erro ao abrir EMP001 - "
                   "FILE-STATUS=" W-FILE-STATUS-EMP001
               CLOSE CNT001
               PERFORM 000000-SAIR
           END-IF
      *
           OPEN I-O PCL001
      *
           IF W-FILE-STATUS-PCL001 NOT EQUAL "00"
               DISPLAY "CTCS0023 - Erro ao abrir PCL001 - "
                   "FILE-STATUS=" W-FILE-STATUS-PCL001
               CLOSE CNT001 EMP001
               PERFORM 000000-SAIR
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
           OPEN INPUT BLQ001
      *
           IF W-FILE-STATUS-BLQ001 EQUAL "00"
               SET W-BLQ001-DISPONIVEL-SIM TO TRUE
           END-IF
      *
           OPEN INPUT AGE001
      *
           IF W-FILE-STATUS-AGE001 EQUAL "00"
               SET W-AGE001-DISPONIVEL-SIM TO TRUE
           END-IF
      *
           OPEN OUTPUT REL-INADIMPLENCIA
      *
           SET W-ARQUIVOS-ABERTOS-SIM TO TRUE
           .
      *
       020000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       030000-DEBITAR-PARCELAS SECTION.
      *------------------------------------------------------------------------
      * percorre sequencialmente o cronograma e tenta debitar cada
      * parcela ainda nao paga com vencimento ate a data de
      * referencia - a troca de contrato reclassifica o contrato
      * anterior em EMP001
      *
           MOVE ZEROS TO PCL001-ID-PCL
      *
           START PCL001
               KEY IS GREATER THAN OR EQUAL PCL001-ID-PCL
               INVALID KEY
                   DISPLAY "CTCS0023 - Nenhuma parcela de emprestimo "
                       "em PCL001."
                   SET W-FIM-DE-ARQ TO TRUE
           END-START
      *
           MOVE ZEROS TO W-ID-EMP-CORRENTE
      *
           PERFORM UNTIL W-FIM-DE-ARQ
               READ PCL001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ TO TRUE
                   NOT AT END
                       IF PCL001-ID-EMP NOT EQUAL W-ID-EMP-CORRENTE
                           IF W-ID-EMP-CORRENTE NOT EQUAL ZEROS
                               PERFORM 035000-RECLASSIFICAR-CONTRATO
                           END-IF
                           MOVE PCL001-ID-EMP TO W-ID-EMP-CORRENTE
                           MOVE PCL001-AG-CLI TO W-AG-EMP-CORRENTE
                           MOVE PCL001-CT-CLI TO W-CT-EMP-CORRENTE
                           MOVE ZEROS         TO W-QT-PCL-EM-ABERTO
                                                 W-QT-PCL-EM-ATRASO
                                                 W-VL-EM-ATRASO
                           MOVE SPACES        TO W-DT-VENC-MAIS-ANTIGA
                       END-IF
                       IF NOT PCL001-PAGA
                          AND PCL001-DT-VENC NOT > W-DT-REFERENCIA
                           PERFORM 031000-DEBITAR-UMA-PARCELA
                       END-IF
                       PERFORM 034000-ACUMULAR-SITUACAO-PCL
               END-READ
           END-PERFORM
      *
           IF W-ID-EMP-CORRENTE NOT EQUAL ZEROS
               PERFORM 035000-RECLASSIFICAR-CONTRATO
           END-IF
           .
      *
       030000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       031000-DEBITAR-UMA-PARCELA SECTION.
      *------------------------------------------------------------------------
      * Entrada: registro corrente de PCL001
      *
      * a parcela ja em atraso acumula a mora da competencia antes de
      * nova tentativa de debito; o debito eh sempre do valor cheio
      * (parcela + mora), sem pagamento parcial
      *
           IF PCL001-EM-ATRASO
              AND PCL001-AAMM-ULT-MORA < W-DT-REFERENCIA(1:6)
               COMPUTE W-VL-MORA-MES ROUNDED =
                   PCL001-VL-PARCELA * W-TX-MORA
               ADD W-VL-MORA-MES TO PCL001-VL-MORA
               MOVE W-DT-REFERENCIA(1:6) TO PCL001-AAMM-ULT-MORA
           END-IF
      *
           ADD PCL001-VL-PARCELA PCL001-VL-MORA GIVING W-VL-COBRAR
      *
           MOVE "N" TO W-PCL-DEBITADA
      *
           MOVE PCL001-AG-CLI TO CNT001-AG
           MOVE PCL001-CT-CLI TO CNT001-CT
      *
           READ CNT001
               KEY IS CNT001-ID-CT
               INVALID KEY
                   DISPLAY "CTCS0023 - Aviso: conta " PCL001-AG-CLI
                       "/" PCL001-CT-CLI " da parcela " PCL001-ID-PCL
                       " nao existe em CNT001."
           END-READ
      *
           IF W-FILE-STATUS-CNT001 EQUAL "00"
              AND NOT CNT001-CT-ENCERRADA
               PERFORM 032000-CALCULAR-DISPONIVEL
               IF W-VL-COBRAR NOT > W-SDO-DISPONIVEL
                   PERFORM 031100-EFETIVAR-DEBITO
               END-IF
           END-IF
      *
           IF NOT W-PCL-DEBITADA-SIM
              AND PCL001-ABERTA
               SET PCL001-EM-ATRASO TO TRUE
               MOVE W-DT-REFERENCIA(1:6) TO PCL001-AAMM-ULT-MORA
               ADD 1 TO W-QT-PCL-NOVAS-ATRASO
           END-IF
      *
           REWRITE PCL001-REGISTRO
               INVALID KEY
                   DISPLAY "CTCS0023 - Erro ao atualizar a parcela "
                       PCL001-ID-PCL " - FILE-STATUS="
                       W-FILE-STATUS-PCL001
           END-REWRITE
           .
      *
       031000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       031100-EFETIVAR-DEBITO SECTION.
      *------------------------------------------------------------------------
      * Entrada: registro corrente de CNT001 e de PCL001 / W-VL-COBRAR
      *
      * debita a parcela do saldo da conta - a propria parcela paga
      * em PCL001 eh o lancamento que o extrato do CTCS0003 e a
      * conciliacao do CTCS0004 enxergam como debito
      *
           MOVE CNT001-SDO TO W-SDO-ANTES-OPER
      *
           SUBTRACT W-VL-COBRAR FROM CNT001-SDO
      *
           REWRITE CNT001-REGISTRO
               INVALID KEY
                   DISPLAY "CTCS0023 - Erro ao debitar parcela da "
                       "conta " CNT001-AG "/" CNT001-CT
                       " - FILE-STATUS=" W-FILE-STATUS-CNT001
               NOT INVALID KEY
                   SET PCL001-PAGA        TO TRUE
                   MOVE W-VL-COBRAR       TO PCL001-VL-PAGO
                   MOVE W-TS-CRR(1:16)    TO PCL001-TS-PAGAMENTO
                   SET W-PCL-DEBITADA-SIM TO TRUE
                   PERFORM 036000-GRAVAR-AUDITORIA
                   ADD 1 TO W-QT-PCL-DEBITADAS
           END-REWRITE
           .
      *
       031100-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       032000-CALCULAR-DISPONIVEL SECTION.
      *------------------------------------------------------------------------
      * Saida..: W-SDO-DISPONIVEL
      *
      * mesmo saldo disponivel do saque do CTCS0002 - saldo mais o
      * limite de cheque especial, descontados os bloqueios ativos
      *
           ADD CNT001-SDO CNT001-VL-LIM-CRD GIVING W-SDO-DISPONIVEL
      *
           IF W-BLQ001-DISPONIVEL-SIM
               MOVE CNT001-AG TO W-AG-BLQ
               MOVE CNT001-CT TO W-CT-BLQ
               PERFORM 033000-SOMAR-BLOQUEIOS-CONTA
               SUBTRACT W-VL-BLOQUEADO FROM W-SDO-DISPONIVEL
           END-IF
           .
      *
       032000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       033000-SOMAR-BLOQUEIOS-CONTA SECTION.
      *------------------------------------------------------------------------
      * Entrada: W-AG-BLQ / W-CT-BLQ
      * Saida..: W-VL-BLOQUEADO
      *
      * varre sequencialmente BLQ001 e soma o valor dos bloqueios
      * ativos da agencia/conta informada, como o CTCS0002
      *
           MOVE ZEROS TO W-VL-BLOQUEADO
      *
           MOVE ZEROS TO BLQ001-ID-BLQ
      *
           START BLQ001
               KEY IS GREATER THAN OR EQUAL BLQ001-ID-BLQ
               INVALID KEY
                   SET W-FIM-DE-ARQ-BLQ001 TO TRUE
               NOT INVALID KEY
                   MOVE "N" TO W-FIM-ARQ-BLQ001
           END-START
      *
           PERFORM UNTIL W-FIM-DE-ARQ-BLQ001
               READ BLQ001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ-BLQ001 TO TRUE
                   NOT AT END
                       IF BLQ001-AG EQUAL W-AG-BLQ
                          AND BLQ001-CT EQUAL W-CT-BLQ
                          AND BLQ001-ATIVO
                           ADD BLQ001-VL-BLQ TO W-VL-BLOQUEADO
                       END-IF
               END-READ
           END-PERFORM
           .
      *
       033000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       034000-ACUMULAR-SITUACAO-PCL SECTION.
      *------------------------------------------------------------------------
      * Entrada: registro corrente de PCL001, ja atualizado
      *
      * acumula, para o contrato corrente, as parcelas em aberto e as
      * em atraso, com o valor devido (parcela + mora) e o vencimento
      * mais antigo - as parcelas vem em ordem de vencimento
      *
           IF NOT PCL001-PAGA
               ADD 1 TO W-QT-PCL-EM-ABERTO
           END-IF
      *
           IF PCL001-EM-ATRASO
               ADD 1 TO W-QT-PCL-EM-ATRASO
               ADD PCL001-VL-PARCELA PCL001-VL-MORA TO W-VL-EM-ATRASO
               IF W-DT-VENC-MAIS-ANTIGA EQUAL SPACES
                   MOVE PCL001-DT-VENC TO W-DT-VENC-MAIS-ANTIGA
               END-IF
           END-IF
           .
      *
       034000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       035000-RECLASSIFICAR-CONTRATO SECTION.
      *------------------------------------------------------------------------
      * Entrada: W-ID-EMP-CORRENTE e acumulados de 034000
      *
      * o contrato fica em atraso enquanto houver parcela em atraso,
      * quitado quando nao restar parcela em aberto e em dia nos
      * demais casos; os contratos em atraso vao para a tabela do
      * relatorio de inadimplencia
      *
           MOVE W-ID-EMP-CORRENTE TO EMP001-ID-EMP
      *
           READ EMP001
               KEY IS EMP001-ID-EMP
               INVALID KEY
                   DISPLAY "CTCS0023 - Aviso: contrato "
                       W-ID-EMP-CORRENTE " com parcelas em PCL001 "
                       "nao existe em EMP001."
           END-READ
      *
           IF W-FILE-STATUS-EMP001 EQUAL "00"
               EVALUATE TRUE
                   WHEN W-QT-PCL-EM-ATRASO > ZEROS
                       SET EMP001-EM-ATRASO TO TRUE
                   WHEN W-QT-PCL-EM-ABERTO EQUAL ZEROS
                       IF NOT EMP001-QUITADO
                           SET EMP001-QUITADO TO TRUE
                           MOVE W-TS-CRR(1:8) TO EMP001-DT-QUITACAO
                           ADD 1 TO W-QT-CONTRATOS-QUITADOS
                       END-IF
                   WHEN OTHER
                       SET EMP001-ATIVO TO TRUE
               END-EVALUATE
      *
               REWRITE EMP001-REGISTRO
                   INVALID KEY
                       DISPLAY "CTCS0023 - Erro ao atualizar o "
                           "contrato " EMP001-ID-EMP " - FILE-STATUS="
                           W-FILE-STATUS-EMP001
               END-REWRITE
           END-IF
      *
           IF W-QT-PCL-EM-ATRASO > ZEROS
               IF W-QT-CONTRATOS >= W-MAX-CONTRATOS
                   DISPLAY "CTCS0023 - Quantidade de contratos em "
                       "atraso excede a capacidade da tabela de "
                       "inadimplencia."
                   PERFORM 000000-SAIR
               END-IF
               ADD 1 TO W-QT-CONTRATOS
               MOVE W-QT-CONTRATOS        TO W-IX
               MOVE W-AG-EMP-CORRENTE     TO TB-AG(W-IX)
               MOVE W-CT-EMP-CORRENTE     TO TB-CT(W-IX)
               MOVE W-ID-EMP-CORRENTE     TO TB-ID-EMP(W-IX)
               MOVE W-QT-PCL-EM-ATRASO    TO TB-QT-PCL-ATRASO(W-IX)
               MOVE W-DT-VENC-MAIS-ANTIGA TO TB-DT-VENC-ANTIGA(W-IX)
               MOVE W-VL-EM-ATRASO        TO TB-VL-ATRASO(W-IX)
           END-IF
           .
      *
       035000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       036000-GRAVAR-AUDITORIA SECTION.
      *------------------------------------------------------------------------
      * grava em AUD001 a trilha do debito da parcela, nos moldes do
      * CTCS0002 - o tipo "Q" identifica a parcela de emprestimo e o
      * ID da parcela vai como lancamento de referencia
      *
           INITIALIZE AUD001-REGISTRO
      *
           PERFORM 037000-OBTER-PROX-ID-AUD
      *
           MOVE CNT001-AG        TO AUD001-AG-CLI
           MOVE CNT001-CT        TO AUD001-CT-CLI
           MOVE W-SDO-ANTES-OPER TO AUD001-SDO-ANTERIOR
           MOVE CNT001-SDO       TO AUD001-SDO-NOVO
           MOVE "Q"              TO AUD001-TIPO-OPER
           MOVE W-TS-CRR(1:16)   TO AUD001-TS-OPER
           MOVE PCL001-ID-PCL    TO AUD001-ID-LCT-REF
           MOVE ZEROS            TO AUD001-MATR-OPER
      *
           WRITE AUD001-REGISTRO
               INVALID KEY
                   DISPLAY "CTCS0023 - Erro ao gravar trilha de "
                       "auditoria da conta " CNT001-AG "/"
                       CNT001-CT " - FILE-STATUS="
                       W-FILE-STATUS-AUD001
           END-WRITE
           .
      *
       036000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       037000-OBTER-PROX-ID-AUD SECTION.
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
                       DISPLAY "CTCS0023 - Erro ao atualizar o "
                           "controle de sequencia do AUD001 - "
                           "FILE-STATUS=" W-FILE-STATUS-CTL001
               END-REWRITE
           ELSE
               WRITE CTL001-REGISTRO
                   INVALID KEY
                       DISPLAY "CTCS0023 - Erro ao criar o "
                           "controle de sequencia do AUD001 - "
                           "FILE-STATUS=" W-FILE-STATUS-CTL001
               END-WRITE
           END-IF
           .
      *
       037000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       040000-ORDENAR-CONTRATOS SECTION.
      *------------------------------------------------------------------------
      * ordena os contratos em atraso por agencia/conta, atraves de
      * um metodo de ordenacao por bolha (bubble sort), como o
      * extrato do CTCS0003
      *
           IF W-QT-CONTRATOS > 1
               PERFORM VARYING W-IX FROM 1 BY 1
                   UNTIL W-IX > W-QT-CONTRATOS - 1
                   PERFORM VARYING W-IY FROM 1 BY 1
                       UNTIL W-IY > W-QT-CONTRATOS - W-IX
                       IF TB-AG(W-IY) > TB-AG(W-IY + 1)
                          OR (TB-AG(W-IY) EQUAL TB-AG(W-IY + 1)
                          AND TB-CT(W-IY) > TB-CT(W-IY + 1))
                           MOVE TB-INAD-ITEM(W-IY)   TO W-TB-AUX
                           MOVE TB-INAD-ITEM(W-IY + 1)
                               TO TB-INAD-ITEM(W-IY)
                           MOVE W-TB-AUX
                               TO TB-INAD-ITEM(W-IY + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF
           .
      *
       040000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       050000-EMITIR-RELATORIO SECTION.
      *------------------------------------------------------------------------
      * relatorio de inadimplencia - um bloco por agencia, com uma
      * linha por contrato em atraso e o subtotal da agencia
      *
           STRING "CONTRATOS DE EMPRESTIMO EM ATRASO POR AGENCIA - "
                  "POSICAO EM " W-DT-REFERENCIA(7:2) "/"
                  W-DT-REFERENCIA(5:2) "/" W-DT-REFERENCIA(1:4)
                  DELIMITED BY SIZE INTO W-LINHA-CAB1
           WRITE REL-INAD-LINHA FROM W-LINHA-CAB1
      *
           STRING "  AGENCIA/CONTA    CONTRATO              PARC.  "
                  "VENC. ANTIGO       VALOR EM ATRASO"
                  DELIMITED BY SIZE INTO W-LINHA-CAB2
      *
           PERFORM VARYING W-IX FROM 1 BY 1 UNTIL W-IX > W-QT-CONTRATOS
               IF W-IX EQUAL 1
                  OR TB-AG(W-IX) NOT EQUAL W-AG-ANTERIOR
                   IF W-IX > 1
                       PERFORM 052000-EMITIR-TOTAL-AGENCIA
                   END-IF
                   PERFORM 051000-EMITIR-CAB-AGENCIA
               END-IF
      *
               MOVE TB-AG(W-IX)            TO WLD-AG
               MOVE TB-CT(W-IX)            TO WLD-CT
               MOVE TB-ID-EMP(W-IX)        TO WLD-ID-EMP
               MOVE TB-QT-PCL-ATRASO(W-IX) TO WLD-QT-PCL
               STRING TB-DT-VENC-ANTIGA(W-IX)(7:2) "/"
                      TB-DT-VENC-ANTIGA(W-IX)(5:2) "/"
                      TB-DT-VENC-ANTIGA(W-IX)(1:4)
                      DELIMITED BY SIZE INTO WLD-DT-VENC
               MOVE TB-VL-ATRASO(W-IX)     TO WLD-VL-ATRASO
               WRITE REL-INAD-LINHA FROM W-LINHA-DETALHE
      *
               ADD 1                  TO W-QT-CONTRATOS-AG
               ADD TB-VL-ATRASO(W-IX) TO W-VL-ATRASO-AG
                                         W-VL-ATRASO-TOTAL
           END-PERFORM
      *
           IF W-QT-CONTRATOS > ZEROS
               PERFORM 052000-EMITIR-TOTAL-AGENCIA
           END-IF
      *
           WRITE REL-INAD-LINHA FROM W-LINHA-BRANCO
           MOVE "TOTAIS GERAIS" TO REL-INAD-LINHA
           WRITE REL-INAD-LINHA
      *
           MOVE "CONTRATOS EM ATRASO" TO WLQ-TITULO
           MOVE W-QT-CONTRATOS TO WLQ-QT
           WRITE REL-INAD-LINHA FROM W-LINHA-QT
      *
           MOVE "VALOR EM ATRASO" TO WLV-TITULO
           MOVE W-VL-ATRASO-TOTAL TO WLV-VL
           WRITE REL-INAD-LINHA FROM W-LINHA-VL
      *
           DISPLAY "CTCS0023 - Relatorio de inadimplencia emitido "
               "com sucesso."
           PERFORM 000000-SAIR
           .
      *
       050000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       051000-EMITIR-CAB-AGENCIA SECTION.
      *------------------------------------------------------------------------
      * abre o bloco da agencia na posicao W-IX da tabela - o nome vem
      * do cadastro AGE001, quando carregado
      *
           WRITE REL-INAD-LINHA FROM W-LINHA-BRANCO
      *
           MOVE TB-AG(W-IX) TO WLA-AG
           MOVE SPACES      TO WLA-NM-AG
      *
           IF W-AGE001-DISPONIVEL-SIM
               MOVE TB-AG(W-IX) TO AGE001-NR-AG
               READ AGE001
                   KEY IS AGE001-NR-AG
                   INVALID KEY
                       MOVE "*** AGENCIA SEM CADASTRO ***"
                           TO WLA-NM-AG
                   NOT INVALID KEY
                       MOVE AGE001-NM-AG TO WLA-NM-AG
               END-READ
           END-IF
      *
           WRITE REL-INAD-LINHA FROM W-LINHA-AGENCIA
           WRITE REL-INAD-LINHA FROM W-LINHA-CAB2
      *
           MOVE TB-AG(W-IX) TO W-AG-ANTERIOR
           MOVE ZEROS       TO W-QT-CONTRATOS-AG
                               W-VL-ATRASO-AG
           .
      *
       051000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       052000-EMITIR-TOTAL-AGENCIA SECTION.
      *------------------------------------------------------------------------
      *
           MOVE "CONTRATOS EM ATRASO NA AGENCIA" TO WLQ-TITULO
           MOVE W-QT-CONTRATOS-AG TO WLQ-QT
           WRITE REL-INAD-LINHA FROM W-LINHA-QT
      *
           MOVE "VALOR EM ATRASO NA AGENCIA" TO WLV-TITULO
           MOVE W-VL-ATRASO-AG TO WLV-VL
           WRITE REL-INAD-LINHA FROM W-LINHA-VL
           .
      *
       052000-SAIR.
           EXIT SECTION
           .
