      *------------------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------------------------------------------------
       PROGRAM-ID. CTCS0025.
      *------------------------------------------------------------------------
      * PROGRAMADOR: Mateus Barbosa da Silva
      * SIGLA......: CTC - Controle de Contas
      * OBJETIVO...: Compensacao diaria de cheques recebidos - le o
      * arquivo da compensacao com os cheques apresentados contra as
      * nossas contas e paga cada cheque contra o mesmo saldo
      * disponivel do saque do CTCS0002 (saldo + limite de cheque
      * especial - bloqueios BLQ001), com trilha de auditoria em
      * AUD001; o cheque que nao pode ser pago eh devolvido pelo
      * motivo padrao da compensacao (11/12 sem fundos, 13 conta
      * encerrada, 21 sustado, 31 erro formal, 35 cheque nao emitido,
      * 49 reapresentacao indevida) no arquivo de devolucao, com
      * header, detalhe e trailer nos moldes da remessa do CTCS0016,
      * e sai no relatorio de cheques devolvidos por conta, que
      * sinaliza para revisao de limite a conta com devolucoes
      * repetidas por falta de fundos no mes
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
      * folhas de cheque emitidas, mantidas pelo CTCS0024
      *
       SELECT CHQ001
           ASSIGN TO CAMINHO-ARQ-CHQ001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHQ001-ID-CHQ
           FILE STATUS  IS W-FILE-STATUS-CHQ001
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
      * arquivo da compensacao com os cheques apresentados contra as
      * nossas contas pelos demais bancos
      *
       SELECT ARQ-COMPENSACAO
           ASSIGN TO CAMINHO-ARQ-COMPENSACAO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FILE-STATUS-COMPENSACAO
           .
      *
      * arquivo de devolucao devolvido a compensacao
      *
       SELECT ARQ-DEVOLUCAO
           ASSIGN TO CAMINHO-ARQ-DEVOLUCAO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FILE-STATUS-DEVOLUCAO
           .
      *
       SELECT ARQ-PARM
           ASSIGN TO 'CTCS0025.PRM'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FILE-STATUS-ARQ-PARM
           .
      *
       SELECT REL-DEVOLUCOES
           ASSIGN TO CAMINHO-REL-DEVOLUCOES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FILE-STATUS-REL-DEV
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
               88  AUD001-EH-CHEQUE                    VALUE "K".
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
       FD ARQ-COMPENSACAO.
      *------------------------------------------------------------------------
      * linha de detalhe da compensacao: tipo "D", banco apresentante,
      * agencia/conta sacada, numero e valor do cheque - linhas de
      * header e trailer do arquivo sao apenas puladas
      *
       01  REG-COMPENSACAO.
           03  CMP-TIPO-REG                    PIC  X(001).
               88  CMP-REG-DETALHE                    VALUE "D".
           03  CMP-BCO-APRESENTANTE            PIC  9(003).
           03  CMP-AG                          PIC  9(004).
           03  CMP-CT                          PIC  9(008).
           03  CMP-NR-CHEQUE                   PIC  9(006).
           03  CMP-VL-CHEQUE                   PIC  9(015)V99.
      *
      *------------------------------------------------------------------------
       FD ARQ-DEVOLUCAO.
      *------------------------------------------------------------------------
      * um header com a data de geracao, uma linha de detalhe por
      * cheque devolvido, com o motivo da devolucao, e um trailer
      * final com a contagem de detalhes e o valor total, como a
      * remessa do CTCS0016
      *
       01  REG-DEVOLUCAO.
           03  DEV-TIPO-REG                    PIC  X(001).
               88  DEV-REG-HEADER                     VALUE "H".
               88  DEV-REG-DETALHE                    VALUE "D".
               88  DEV-REG-TRAILER                    VALUE "T".
           03  DEV-DT-GERACAO                  PIC  9(008).
           03  DEV-BCO-APRESENTANTE            PIC  9(003).
           03  DEV-AG                          PIC  9(004).
           03  DEV-CT                          PIC  9(008).
           03  DEV-NR-CHEQUE                   PIC  9(006).
           03  DEV-VL-CHEQUE                   PIC  9(015)V99.
           03  DEV-CD-MOTIVO                   PIC  X(002).
      *
       01  REG-DEVOLUCAO-TRAILER REDEFINES REG-DEVOLUCAO.
           03  DEV-TRL-TIPO-REG                PIC  X(001).
           03  DEV-TRL-DT-GERACAO              PIC  9(008).
           03  DEV-TRL-QT-DETALHES             PIC  9(012).
           03  DEV-TRL-VL-TOTAL                PIC  9(015)V99.
           03  FILLER                          PIC  X(011).
      *
      *------------------------------------------------------------------------
       FD ARQ-PARM.
      *------------------------------------------------------------------------
      *
       01  REG-ARQ-PARM                        PIC  X(100).
      *
      *------------------------------------------------------------------------
       FD REL-DEVOLUCOES.
      *------------------------------------------------------------------------
      *
       01  REL-DEV-LINHA                       PIC  X(132).
      *
      *------------------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *------------------------------------------------------------------------
      *
       77  W-FILE-STATUS-CNT001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-CHQ001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-AUD001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-CTL001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-BLQ001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-AGE001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-COMPENSACAO           PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-DEVOLUCAO             PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-ARQ-PARM              PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-REL-DEV               PIC  X(002) VALUE ZEROS.
      *
       77  CAMINHO-ARQ-CNT001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-CHQ001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-AUD001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-CTL001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-BLQ001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-AGE001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-COMPENSACAO             PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-DEVOLUCAO               PIC  X(100) VALUE SPACES.
       77  CAMINHO-REL-DEVOLUCOES              PIC  X(100) VALUE SPACES.
      *
      * quantidade de devolucoes por falta de fundos (motivos 11 e 12)
      * no mes a partir da qual a conta vai para revisao de limite,
      * lida da carta de controle com 2 digitos
      *
       01  W-PARM-QT-REVISAO                   PIC  X(002) VALUE ZEROS.
       01  W-QT-REVISAO REDEFINES W-PARM-QT-REVISAO
                                               PIC  9(002).
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
       01  W-FIM-ARQ-CHQ001                    PIC  X(001) VALUE "N".
           88  W-FIM-DE-ARQ-CHQ001                    VALUE "S".
      *
      * apoio do tratamento de cada cheque apresentado - motivo de
      * devolucao em branco significa cheque pago
      *
       77  W-CD-MOTIVO-DEV                     PIC  X(002) VALUE SPACES.
       77  W-SDO-DISPONIVEL                    PIC S9(015)V99
           VALUE ZEROS.
       77  W-SDO-ANTES-OPER                    PIC S9(015)V99
           VALUE ZEROS.
       01  W-CNT-ENCONTRADA                    PIC  X(001) VALUE "N".
           88  W-CNT-ENCONTRADA-SIM                   VALUE "S".
       01  W-CHQ-ENCONTRADO                    PIC  X(001) VALUE "N".
           88  W-CHQ-ENCONTRADO-SIM                   VALUE "S".
      *
      * soma dos bloqueios ativos da conta (BLQ001), calculada por
      * 034000-SOMAR-BLOQUEIOS-CONTA para a agencia/conta informada
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
      * totais de controle do arquivo de devolucao
      *
       77  W-QT-DETALHES                       PIC  9(012) VALUE ZEROS.
       77  W-VL-TOTAL-DEVOLUCAO                PIC  9(015)V99
           VALUE ZEROS.
      *
      * cheques devolvidos, acumulados para o relatorio e ordenados
      * por agencia/conta antes da emissao
      *
       77  W-MAX-DEVOLUCOES                    PIC  9(004) VALUE 9999.
       77  W-QT-DEVOLUCOES                     PIC  9(004) VALUE ZEROS
                                                COMP-5.
      *
       01  TB-DEVOLUCOES.
           03  TB-DEV-ITEM OCCURS 9999 TIMES.
               05  TB-AG                       PIC  9(004).
               05  TB-CT                       PIC  9(008).
               05  TB-NR-CHEQUE                PIC  9(006).
               05  TB-BCO-APRESENTANTE         PIC  9(003).
               05  TB-VL-CHEQUE                PIC  9(015)V99.
               05  TB-CD-MOTIVO                PIC  X(002).
      *
       01  W-TB-AUX                            PIC  X(040).
      *
       01  W-IX                                PIC  9(004) COMP-5
                                                VALUE ZEROS.
       01  W-IY                                PIC  9(004) COMP-5
                                                VALUE ZEROS.
      *
      * agencia e conta em emissao no relatorio e subtotais
      *
       77  W-AG-ANTERIOR                       PIC  9(004) VALUE ZEROS.
       77  W-AG-CONTA-ANTERIOR                 PIC  9(004) VALUE ZEROS.
       77  W-CT-CONTA-ANTERIOR                 PIC  9(008) VALUE ZEROS.
       77  W-QT-DEVOLUCOES-AG                  PIC  9(006) VALUE ZEROS.
       77  W-VL-DEVOLVIDO-AG                   PIC  9(015)V99
           VALUE ZEROS.
       77  W-QT-SEM-FUNDOS-MES                 PIC  9(006) VALUE ZEROS.
      *
      * contadores do fim do job
      *
       77  W-QT-CHEQUES-RECEBIDOS              PIC  9(006) VALUE ZEROS.
       77  W-QT-CHEQUES-PAGOS                  PIC  9(006) VALUE ZEROS.
       77  W-VL-CHEQUES-PAGOS                  PIC  9(015)V99
           VALUE ZEROS.
       77  W-QT-CONTAS-REVISAO                 PIC  9(006) VALUE ZEROS.
       77  W-QT-ERROS                          PIC  9(006) VALUE ZEROS.
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
           03  WLD-NR-CHEQUE                   PIC  9(006).
           03  FILLER                          PIC  X(003) VALUE SPACES.
           03  WLD-BCO                         PIC  9(003).
           03  FILLER                          PIC  X(003) VALUE SPACES.
           03  WLD-VL-CHEQUE                   PIC  --------.--9,99.
           03  FILLER                          PIC  X(003) VALUE SPACES.
           03  WLD-CD-MOTIVO                   PIC  X(002).
           03  FILLER                          PIC  X(003) VALUE " - ".
           03  WLD-DS-MOTIVO                   PIC  X(040).
       01  W-LINHA-REVISAO.
           03  FILLER                          PIC  X(005) VALUE SPACES.
           03  FILLER                          PIC  X(046) VALUE
               "*** REVISAR LIMITE - DEVOLUCOES SEM FUNDOS NO ".
           03  FILLER                          PIC  X(005) VALUE
               "MES: ".
           03  WLR-QT                          PIC  ZZZZZ9.
           03  FILLER                          PIC  X(004) VALUE
               " ***".
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
           PERFORM 030000-PROCESSAR-COMPENSACAO
           PERFORM 040000-ORDENAR-DEVOLUCOES
           PERFORM 050000-EMITIR-RELATORIO
           .
      *
       000000-SAIR.
           DISPLAY "CTCS0025 - Cheques recebidos na compensacao.: "
               W-QT-CHEQUES-RECEBIDOS
           DISPLAY "CTCS0025 - Cheques pagos...................: "
               W-QT-CHEQUES-PAGOS
           DISPLAY "CTCS0025 - Cheques devolvidos..............: "
               W-QT-DEVOLUCOES
           DISPLAY "CTCS0025 - Contas para revisao de limite...: "
               W-QT-CONTAS-REVISAO
           DISPLAY "CTCS0025 - Cheques com erro de atualizacao.: "
               W-QT-ERROS
      *
           IF W-ARQUIVOS-ABERTOS-SIM
               CLOSE CNT001 CHQ001 AUD001 CTL001 ARQ-COMPENSACAO
                     ARQ-DEVOLUCAO REL-DEVOLUCOES
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
      * le a carta de controle com os caminhos das bases de dados, dos
      * arquivos da compensacao e do relatorio e a quantidade de
      * devolucoes no mes que leva a conta a revisao de limite
      *
           OPEN INPUT ARQ-PARM
      *
           IF W-FILE-STATUS-ARQ-PARM NOT EQUAL "00"
               DISPLAY "CTCS0025 - Erro ao abrir a carta de controle "
                   "CTCS0025.PRM - FILE-STATUS=" W-FILE-STATUS-ARQ-PARM
               PERFORM 000000-SAIR
           END-IF
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-CNT001
               AT END
                   DISPLAY "CTCS0025 - Carta de controle incompleta "
                       "- caminho de CNT001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-CHQ001
               AT END
                   DISPLAY "CTCS0025 - Carta de controle incompleta "
                       "- caminho de CHQ001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-AUD001
               AT END
                   DISPLAY "CTCS0025 - Carta de controle incompleta "
                       "- caminho de AUD001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-CTL001
               AT END
                   DISPLAY "CTCS0025 - Carta de controle incompleta "
                       "- caminho de CTL001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-BLQ001
               AT END
                   DISPLAY "CTCS0025 - Carta de controle incompleta "
                       "- caminho de BLQ001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-AGE001
               AT END
                   DISPLAY "CTCS0025 - Carta de controle incompleta "
                       "- caminho de AGE001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-COMPENSACAO
               AT END
                   DISPLAY "CTCS0025 - Carta de controle incompleta "
                       "- caminho do arquivo da compensacao ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-DEVOLUCAO
               AT END
                   DISPLAY "CTCS0025 - Carta de controle incompleta "
                       "- caminho do arquivo de devolucao ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-REL-DEVOLUCOES
               AT END
                   DISPLAY "CTCS0025 - Carta de controle incompleta "
                       "- caminho do relatorio ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO W-PARM-QT-REVISAO
               AT END
                   DISPLAY "CTCS0025 - Carta de controle incompleta "
                       "- quantidade de devolucoes para revisao de "
                       "limite ausente."
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
           MOVE "devolucoes p/ revisao limite" TO W-NM-PARM
           MOVE W-PARM-QT-REVISAO              TO W-PARM-IMAGEM
           MOVE 2                              TO W-TAM-PARM
           PERFORM 016000-VALIDAR-PARM-NUMERICO
      *
           IF W-QT-REVISAO EQUAL ZEROS
               DISPLAY "CTCS0025 - Parametro invalido na carta "
                   "de controle: " W-NM-PARM
               PERFORM 000000-SAIR
           END-IF
      *
           DISPLAY "CTCS0025 - Devolucoes p/ revisao de limite: "
               W-QT-REVISAO
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
                   DISPLAY "CTCS0025 - Parametro invalido na carta "
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
               DISPLAY "CTCS0025 - Erro ao abrir CNT001 - "
                   "FILE-STATUS=" W-FILE-STATUS-CNT001
               PERFORM 000000-SAIR
           END-IF
      *
      * sem CHQ001 nenhum talao foi emitido - o arquivo eh criado
      * vazio e todo cheque apresentado volta pelo motivo 35
      *
           OPEN I-O CHQ001
      *
           IF W-FILE-STATUS-CHQ001 EQUAL "35"
               CLOSE CHQ001
               OPEN OUTPUT CHQ001
               CLOSE CHQ001
               OPEN I-O CHQ001
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
           OPEN INPUT ARQ-COMPENSACAO
      *
           IF W-FILE-STATUS-COMPENSACAO NOT EQUAL "00"
               DISPLAY "CTCS0025 - Erro ao abrir o arquivo da "
                   "compensacao - FILE-STATUS="
                   W-FILE-STATUS-COMPENSACAO
               CLOSE CNT001 CHQ001 AUD001 CTL001
               IF W-BLQ001-DISPONIVEL-SIM
                   CLOSE BLQ001
               END-IF
               IF W-AGE001-DISPONIVEL-SIM
                   CLOSE AGE001
               END-IF
               PERFORM 000000-SAIR
           END-IF
      *
           OPEN OUTPUT ARQ-DEVOLUCAO
           OPEN OUTPUT REL-DEVOLUCOES
      *
           SET W-ARQUIVOS-ABERTOS-SIM TO TRUE
           .
      *
       020000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       030000-PROCESSAR-COMPENSACAO SECTION.
      *------------------------------------------------------------------------
      * grava o header do arquivo de devolucao, trata cada cheque
      * apresentado - linhas que nao sao de detalhe (header/trailer
      * da compensacao) sao puladas - e fecha com o trailer
      *
           INITIALIZE REG-DEVOLUCAO
           SET DEV-REG-HEADER  TO TRUE
           MOVE W-TS-CRR(1:8)  TO DEV-DT-GERACAO
           WRITE REG-DEVOLUCAO
      *
           MOVE "N" TO W-FIM-ARQ
           PERFORM UNTIL W-FIM-DE-ARQ
               READ ARQ-COMPENSACAO INTO REG-COMPENSACAO
                   AT END
                       SET W-FIM-DE-ARQ TO TRUE
                   NOT AT END
                       IF CMP-REG-DETALHE
                           ADD 1 TO W-QT-CHEQUES-RECEBIDOS
                           PERFORM 031000-TRATAR-CHEQUE
                       END-IF
               END-READ
           END-PERFORM
      *
           INITIALIZE REG-DEVOLUCAO
           SET DEV-REG-TRAILER         TO TRUE
           MOVE W-TS-CRR(1:8)          TO DEV-TRL-DT-GERACAO
           MOVE W-QT-DETALHES          TO DEV-TRL-QT-DETALHES
           MOVE W-VL-TOTAL-DEVOLUCAO   TO DEV-TRL-VL-TOTAL
           WRITE REG-DEVOLUCAO
           .
      *
       030000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       031000-TRATAR-CHEQUE SECTION.
      *------------------------------------------------------------------------
      * Entrada: REG-COMPENSACAO
      *
      * apura o motivo de devolucao na ordem da compensacao - erro
      * formal, conta encerrada, cheque nao emitido, cheque ja pago,
      * cheque sustado e, por ultimo, falta de fundos; sem motivo, o
      * cheque eh pago
      *
           MOVE SPACES TO W-CD-MOTIVO-DEV
           MOVE "N"    TO W-CNT-ENCONTRADA
                          W-CHQ-ENCONTRADO
      *
           IF CMP-AG NOT NUMERIC
              OR CMP-CT NOT NUMERIC
              OR CMP-NR-CHEQUE NOT NUMERIC
              OR CMP-VL-CHEQUE NOT NUMERIC
               MOVE "31" TO W-CD-MOTIVO-DEV
           ELSE
               IF CMP-VL-CHEQUE EQUAL ZEROS
                   MOVE "31" TO W-CD-MOTIVO-DEV
               END-IF
           END-IF
      *
           IF W-CD-MOTIVO-DEV EQUAL SPACES
               MOVE CMP-AG TO CNT001-AG
               MOVE CMP-CT TO CNT001-CT
               READ CNT001
                   KEY IS CNT001-ID-CT
                   INVALID KEY
                       MOVE "31" TO W-CD-MOTIVO-DEV
                   NOT INVALID KEY
                       SET W-CNT-ENCONTRADA-SIM TO TRUE
               END-READ
           END-IF
      *
           IF W-CD-MOTIVO-DEV EQUAL SPACES
               MOVE CMP-AG        TO CHQ001-AG
               MOVE CMP-CT        TO CHQ001-CT
               MOVE CMP-NR-CHEQUE TO CHQ001-NR-CHEQUE
               READ CHQ001
                   KEY IS CHQ001-ID-CHQ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET W-CHQ-ENCONTRADO-SIM TO TRUE
               END-READ
           END-IF
      *
           IF W-CD-MOTIVO-DEV EQUAL SPACES
               EVALUATE TRUE
      * a conta em espolio (titular falecido) nao paga cheque e
      * devolve pelo mesmo motivo da conta encerrada
                   WHEN CNT001-CT-ENCERRADA
                   WHEN CNT001-CT-ESPOLIO
                       MOVE "13" TO W-CD-MOTIVO-DEV
                   WHEN NOT W-CHQ-ENCONTRADO-SIM
                       MOVE "35" TO W-CD-MOTIVO-DEV
                   WHEN CHQ001-PAGO
                       MOVE "49" TO W-CD-MOTIVO-DEV
                   WHEN CHQ001-SUSTADO
                       MOVE "21" TO W-CD-MOTIVO-DEV
      * cheque ja devolvido na segunda apresentacao sem fundos nao
      * pode voltar a ser apresentado
                   WHEN CHQ001-DEVOLVIDO
                    AND CHQ001-CD-MOTIVO-DEV EQUAL "12"
                       MOVE "49" TO W-CD-MOTIVO-DEV
                   WHEN OTHER
                       PERFORM 033000-CALCULAR-DISPONIVEL
                       IF CMP-VL-CHEQUE > W-SDO-DISPONIVEL
                           IF CHQ001-DEVOLVIDO
                              AND CHQ001-CD-MOTIVO-DEV EQUAL "11"
                               MOVE "12" TO W-CD-MOTIVO-DEV
                           ELSE
                               MOVE "11" TO W-CD-MOTIVO-DEV
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF
      *
           IF W-CD-MOTIVO-DEV EQUAL SPACES
               PERFORM 032000-PAGAR-CHEQUE
           ELSE
               PERFORM 035000-DEVOLVER-CHEQUE
           END-IF
           .
      *
       031000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       032000-PAGAR-CHEQUE SECTION.
      *------------------------------------------------------------------------
      * Entrada: registro corrente de CNT001 e de CHQ001
      *
      * debita o cheque do saldo da conta - o proprio cheque pago em
      * CHQ001 eh o lancamento que o extrato do CTCS0003 e a
      * conciliacao do CTCS0004 enxergam como debito; como no saque,
      * o pagamento reativa a conta dormente
      *
           MOVE CNT001-SDO TO W-SDO-ANTES-OPER
      *
           SUBTRACT CMP-VL-CHEQUE FROM CNT001-SDO
      *
           IF CNT001-CT-DORMENTE
               SET CNT001-CT-ATIVA TO TRUE
               DISPLAY "CTCS0025 - Conta " CNT001-AG "/" CNT001-CT
                   " reativada pelo pagamento de cheque."
           END-IF
      *
           REWRITE CNT001-REGISTRO
               INVALID KEY
                   ADD 1 TO W-QT-ERROS
                   DISPLAY "CTCS0025 - Erro ao debitar o cheque "
                       CMP-NR-CHEQUE " da conta " CNT001-AG "/"
                       CNT001-CT " - FILE-STATUS="
                       W-FILE-STATUS-CNT001
               NOT INVALID KEY
                   SET CHQ001-PAGO              TO TRUE
                   MOVE CMP-BCO-APRESENTANTE    TO
                       CHQ001-BCO-APRESENTANTE
                   MOVE CMP-VL-CHEQUE           TO CHQ001-VL-CHEQUE
                   MOVE W-TS-CRR(1:16)          TO CHQ001-TS-PAGAMENTO
                   PERFORM 036000-GRAVAR-AUDITORIA
                   PERFORM 038000-REGRAVAR-CHEQUE
                   ADD 1             TO W-QT-CHEQUES-PAGOS
                   ADD CMP-VL-CHEQUE TO W-VL-CHEQUES-PAGOS
           END-REWRITE
           .
      *
       032000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       033000-CALCULAR-DISPONIVEL SECTION.
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
               PERFORM 034000-SOMAR-BLOQUEIOS-CONTA
               SUBTRACT W-VL-BLOQUEADO FROM W-SDO-DISPONIVEL
           END-IF
           .
      *
       033000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       034000-SOMAR-BLOQUEIOS-CONTA SECTION.
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
       034000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       035000-DEVOLVER-CHEQUE SECTION.
      *------------------------------------------------------------------------
      * Entrada: REG-COMPENSACAO / W-CD-MOTIVO-DEV
      *
      * registra a devolucao no cheque, grava o detalhe no arquivo de
      * devolucao e guarda o cheque para o relatorio - o cheque ja
      * pago apresentado de novo nao tem o registro alterado, e o
      * sustado continua sustado
      *
           IF W-CHQ-ENCONTRADO-SIM
              AND NOT CHQ001-PAGO
               IF NOT CHQ001-SUSTADO
                   SET CHQ001-DEVOLVIDO TO TRUE
               END-IF
               MOVE CMP-BCO-APRESENTANTE TO CHQ001-BCO-APRESENTANTE
               MOVE CMP-VL-CHEQUE        TO CHQ001-VL-CHEQUE
               MOVE W-CD-MOTIVO-DEV      TO CHQ001-CD-MOTIVO-DEV
               MOVE W-TS-CRR(1:8)        TO CHQ001-DT-DEVOLUCAO
               IF CHQ001-QT-DEVOLUCOES < 99
                   ADD 1 TO CHQ001-QT-DEVOLUCOES
               END-IF
               PERFORM 038000-REGRAVAR-CHEQUE
           END-IF
      *
           INITIALIZE REG-DEVOLUCAO
           SET DEV-REG-DETALHE       TO TRUE
           MOVE W-TS-CRR(1:8)        TO DEV-DT-GERACAO
           MOVE CMP-BCO-APRESENTANTE TO DEV-BCO-APRESENTANTE
           MOVE CMP-AG               TO DEV-AG
           MOVE CMP-CT               TO DEV-CT
           MOVE CMP-NR-CHEQUE        TO DEV-NR-CHEQUE
           MOVE CMP-VL-CHEQUE        TO DEV-VL-CHEQUE
           MOVE W-CD-MOTIVO-DEV      TO DEV-CD-MOTIVO
      *
           WRITE REG-DEVOLUCAO
      *
           IF W-FILE-STATUS-DEVOLUCAO NOT EQUAL "00"
               DISPLAY "CTCS0025 - Erro ao gravar a devolucao do "
                   "cheque " CMP-NR-CHEQUE " da conta " CMP-AG "/"
                   CMP-CT " - FILE-STATUS=" W-FILE-STATUS-DEVOLUCAO
               PERFORM 000000-SAIR
           END-IF
      *
           ADD 1 TO W-QT-DETALHES
           IF CMP-VL-CHEQUE NUMERIC
               ADD CMP-VL-CHEQUE TO W-VL-TOTAL-DEVOLUCAO
           END-IF
      *
           IF W-QT-DEVOLUCOES >= W-MAX-DEVOLUCOES
               DISPLAY "CTCS0025 - Quantidade de cheques devolvidos "
                   "excede a capacidade da tabela do relatorio."
               PERFORM 000000-SAIR
           END-IF
      *
           ADD 1 TO W-QT-DEVOLUCOES
           MOVE W-QT-DEVOLUCOES      TO W-IX
           MOVE DEV-AG               TO TB-AG(W-IX)
           MOVE DEV-CT               TO TB-CT(W-IX)
           MOVE DEV-NR-CHEQUE        TO TB-NR-CHEQUE(W-IX)
           MOVE DEV-BCO-APRESENTANTE TO TB-BCO-APRESENTANTE(W-IX)
           IF CMP-VL-CHEQUE NUMERIC
               MOVE DEV-VL-CHEQUE    TO TB-VL-CHEQUE(W-IX)
           ELSE
               MOVE ZEROS            TO TB-VL-CHEQUE(W-IX)
           END-IF
           MOVE DEV-CD-MOTIVO        TO TB-CD-MOTIVO(W-IX)
           .
      *
       035000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       036000-GRAVAR-AUDITORIA SECTION.
      *------------------------------------------------------------------------
      * grava em AUD001 a trilha do pagamento do cheque, nos moldes do
      * CTCS0002 - o tipo "K" identifica o cheque compensado e a
      * chave agencia/conta/numero do cheque vai como lancamento de
      * referencia
      *
           INITIALIZE AUD001-REGISTRO
      *
           PERFORM 037000-OBTER-PROX-ID-AUD
      *
           MOVE CNT001-AG         TO AUD001-AG-CLI
           MOVE CNT001-CT         TO AUD001-CT-CLI
           MOVE W-SDO-ANTES-OPER  TO AUD001-SDO-ANTERIOR
           MOVE CNT001-SDO        TO AUD001-SDO-NOVO
           MOVE "K"               TO AUD001-TIPO-OPER
           MOVE W-TS-CRR(1:16)    TO AUD001-TS-OPER
           MOVE CHQ001-ID-CHQ-NUM TO AUD001-ID-LCT-REF
           MOVE ZEROS             TO AUD001-MATR-OPER
      *
           WRITE AUD001-REGISTRO
               INVALID KEY
                   DISPLAY "CTCS0025 - Erro ao gravar trilha de "
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
                       DISPLAY "CTCS0025 - Erro ao atualizar o "
                           "controle de sequencia do AUD001 - "
                           "FILE-STATUS=" W-FILE-STATUS-CTL001
               END-REWRITE
           ELSE
               WRITE CTL001-REGISTRO
                   INVALID KEY
                       DISPLAY "CTCS0025 - Erro ao criar o "
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
       038000-REGRAVAR-CHEQUE SECTION.
      *------------------------------------------------------------------------
      *
           REWRITE CHQ001-REGISTRO
               INVALID KEY
                   ADD 1 TO W-QT-ERROS
                   DISPLAY "CTCS0025 - Erro ao atualizar o cheque "
                       CHQ001-NR-CHEQUE " da conta " CHQ001-AG "/"
                       CHQ001-CT " - FILE-STATUS="
                       W-FILE-STATUS-CHQ001
           END-REWRITE
           .
      *
       038000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       040000-ORDENAR-DEVOLUCOES SECTION.
      *------------------------------------------------------------------------
      * ordena os cheques devolvidos por agencia/conta/cheque, atraves
      * de um metodo de ordenacao por bolha (bubble sort), como o
      * extrato do CTCS0003
      *
           IF W-QT-DEVOLUCOES > 1
               PERFORM VARYING W-IX FROM 1 BY 1
                   UNTIL W-IX > W-QT-DEVOLUCOES - 1
                   PERFORM VARYING W-IY FROM 1 BY 1
                       UNTIL W-IY > W-QT-DEVOLUCOES - W-IX
                       IF TB-AG(W-IY) > TB-AG(W-IY + 1)
                          OR (TB-AG(W-IY) EQUAL TB-AG(W-IY + 1)
                          AND TB-CT(W-IY) > TB-CT(W-IY + 1))
                          OR (TB-AG(W-IY) EQUAL TB-AG(W-IY + 1)
                          AND TB-CT(W-IY) EQUAL TB-CT(W-IY + 1)
                          AND TB-NR-CHEQUE(W-IY) >
                              TB-NR-CHEQUE(W-IY + 1))
                           MOVE TB-DEV-ITEM(W-IY)    TO W-TB-AUX
                           MOVE TB-DEV-ITEM(W-IY + 1)
                               TO TB-DEV-ITEM(W-IY)
                           MOVE W-TB-AUX
                               TO TB-DEV-ITEM(W-IY + 1)
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
      * relatorio de cheques devolvidos - um bloco por agencia, com
      * uma linha por cheque devolvido; ao fim de cada conta, a conta
      * com devolucoes repetidas por falta de fundos no mes eh
      * sinalizada para revisao do limite de cheque especial
      *
           STRING "CHEQUES DEVOLVIDOS NA COMPENSACAO DE "
                  W-TS-CRR(7:2) "/" W-TS-CRR(5:2) "/" W-TS-CRR(1:4)
                  " - POR AGENCIA/CONTA"
                  DELIMITED BY SIZE INTO W-LINHA-CAB1
           WRITE REL-DEV-LINHA FROM W-LINHA-CAB1
      *
           STRING "  AGENCIA/CONTA    CHEQUE   BCO            VALOR"
                  "   MOTIVO"
                  DELIMITED BY SIZE INTO W-LINHA-CAB2
      *
           PERFORM VARYING W-IX FROM 1 BY 1
               UNTIL W-IX > W-QT-DEVOLUCOES
               IF W-IX > 1
                  AND (TB-AG(W-IX) NOT EQUAL W-AG-CONTA-ANTERIOR
                   OR TB-CT(W-IX) NOT EQUAL W-CT-CONTA-ANTERIOR)
                   PERFORM 053000-AVALIAR-REVISAO-LIMITE
               END-IF
               IF W-IX EQUAL 1
                  OR TB-AG(W-IX) NOT EQUAL W-AG-ANTERIOR
                   IF W-IX > 1
                       PERFORM 052000-EMITIR-TOTAL-AGENCIA
                   END-IF
                   PERFORM 051000-EMITIR-CAB-AGENCIA
               END-IF
      *
               MOVE TB-AG(W-IX)               TO WLD-AG
                                                 W-AG-CONTA-ANTERIOR
               MOVE TB-CT(W-IX)               TO WLD-CT
                                                 W-CT-CONTA-ANTERIOR
               MOVE TB-NR-CHEQUE(W-IX)        TO WLD-NR-CHEQUE
               MOVE TB-BCO-APRESENTANTE(W-IX) TO WLD-BCO
               MOVE TB-VL-CHEQUE(W-IX)        TO WLD-VL-CHEQUE
               MOVE TB-CD-MOTIVO(W-IX)        TO WLD-CD-MOTIVO
               PERFORM 054000-DESCREVER-MOTIVO
               WRITE REL-DEV-LINHA FROM W-LINHA-DETALHE
      *
               ADD 1                  TO W-QT-DEVOLUCOES-AG
               ADD TB-VL-CHEQUE(W-IX) TO W-VL-DEVOLVIDO-AG
           END-PERFORM
      *
           IF W-QT-DEVOLUCOES > ZEROS
               PERFORM 053000-AVALIAR-REVISAO-LIMITE
               PERFORM 052000-EMITIR-TOTAL-AGENCIA
           END-IF
      *
           WRITE REL-DEV-LINHA FROM W-LINHA-BRANCO
           MOVE "TOTAIS GERAIS" TO REL-DEV-LINHA
           WRITE REL-DEV-LINHA
      *
           MOVE "CHEQUES RECEBIDOS" TO WLQ-TITULO
           MOVE W-QT-CHEQUES-RECEBIDOS TO WLQ-QT
           WRITE REL-DEV-LINHA FROM W-LINHA-QT
      *
           MOVE "CHEQUES PAGOS" TO WLQ-TITULO
           MOVE W-QT-CHEQUES-PAGOS TO WLQ-QT
           WRITE REL-DEV-LINHA FROM W-LINHA-QT
      *
           MOVE "VALOR PAGO" TO WLV-TITULO
           MOVE W-VL-CHEQUES-PAGOS TO WLV-VL
           WRITE REL-DEV-LINHA FROM W-LINHA-VL
      *
           MOVE "CHEQUES DEVOLVIDOS" TO WLQ-TITULO
           MOVE W-QT-DEVOLUCOES TO WLQ-QT
           WRITE REL-DEV-LINHA FROM W-LINHA-QT
      *
           MOVE "VALOR DEVOLVIDO" TO WLV-TITULO
           MOVE W-VL-TOTAL-DEVOLUCAO TO WLV-VL
           WRITE REL-DEV-LINHA FROM W-LINHA-VL
      *
           MOVE "CONTAS PARA REVISAO DE LIMITE" TO WLQ-TITULO
           MOVE W-QT-CONTAS-REVISAO TO WLQ-QT
           WRITE REL-DEV-LINHA FROM W-LINHA-QT
      *
           DISPLAY "CTCS0025 - Compensacao do dia " W-TS-CRR(1:8)
               " processada com sucesso."
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
           WRITE REL-DEV-LINHA FROM W-LINHA-BRANCO
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
           WRITE REL-DEV-LINHA FROM W-LINHA-AGENCIA
           WRITE REL-DEV-LINHA FROM W-LINHA-CAB2
      *
           MOVE TB-AG(W-IX) TO W-AG-ANTERIOR
           MOVE ZEROS       TO W-QT-DEVOLUCOES-AG
                               W-VL-DEVOLVIDO-AG
           .
      *
       051000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       052000-EMITIR-TOTAL-AGENCIA SECTION.
      *------------------------------------------------------------------------
      *
           MOVE "CHEQUES DEVOLVIDOS NA AGENCIA" TO WLQ-TITULO
           MOVE W-QT-DEVOLUCOES-AG TO WLQ-QT
           WRITE REL-DEV-LINHA FROM W-LINHA-QT
      *
           MOVE "VALOR DEVOLVIDO NA AGENCIA" TO WLV-TITULO
           MOVE W-VL-DEVOLVIDO-AG TO WLV-VL
           WRITE REL-DEV-LINHA FROM W-LINHA-VL
           .
      *
       052000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       053000-AVALIAR-REVISAO-LIMITE SECTION.
      *------------------------------------------------------------------------
      * Entrada: W-AG-CONTA-ANTERIOR / W-CT-CONTA-ANTERIOR
      *
      * conta, entre os cheques da conta em CHQ001, os devolvidos por
      * falta de fundos (motivos 11 e 12) no mes corrente - a
      * devolucao do dia ja esta gravada - e sinaliza a conta que
      * atingiu a quantidade da carta de controle
      *
           MOVE ZEROS TO W-QT-SEM-FUNDOS-MES
      *
           MOVE W-AG-CONTA-ANTERIOR TO CHQ001-AG
           MOVE W-CT-CONTA-ANTERIOR TO CHQ001-CT
           MOVE ZEROS               TO CHQ001-NR-CHEQUE
      *
           START CHQ001
               KEY IS GREATER THAN OR EQUAL CHQ001-ID-CHQ
               INVALID KEY
                   SET W-FIM-DE-ARQ-CHQ001 TO TRUE
               NOT INVALID KEY
                   MOVE "N" TO W-FIM-ARQ-CHQ001
           END-START
      *
           PERFORM UNTIL W-FIM-DE-ARQ-CHQ001
               READ CHQ001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ-CHQ001 TO TRUE
                   NOT AT END
                       IF CHQ001-AG NOT EQUAL W-AG-CONTA-ANTERIOR
                          OR CHQ001-CT NOT EQUAL W-CT-CONTA-ANTERIOR
                           SET W-FIM-DE-ARQ-CHQ001 TO TRUE
                       ELSE
                           IF (CHQ001-CD-MOTIVO-DEV EQUAL "11"
                              OR CHQ001-CD-MOTIVO-DEV EQUAL "12")
                              AND CHQ001-DT-DEVOLUCAO(1:6) EQUAL
                                  W-TS-CRR(1:6)
                               ADD 1 TO W-QT-SEM-FUNDOS-MES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
      *
           IF W-QT-SEM-FUNDOS-MES >= W-QT-REVISAO
               MOVE W-QT-SEM-FUNDOS-MES TO WLR-QT
               WRITE REL-DEV-LINHA FROM W-LINHA-REVISAO
               ADD 1 TO W-QT-CONTAS-REVISAO
               DISPLAY "CTCS0025 - Conta " W-AG-CONTA-ANTERIOR "/"
                   W-CT-CONTA-ANTERIOR " com " W-QT-SEM-FUNDOS-MES
                   " devolucoes sem fundos no mes - revisar limite."
           END-IF
           .
      *
       053000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       054000-DESCREVER-MOTIVO SECTION.
      *------------------------------------------------------------------------
      * Entrada: TB-CD-MOTIVO(W-IX)
      * Saida..: WLD-DS-MOTIVO
      *
           EVALUATE TB-CD-MOTIVO(W-IX)
               WHEN "11"
                   MOVE "SEM FUNDOS - 1A APRESENTACAO" TO WLD-DS-MOTIVO
               WHEN "12"
                   MOVE "SEM FUNDOS - 2A APRESENTACAO" TO WLD-DS-MOTIVO
               WHEN "13"
                   MOVE "CONTA ENCERRADA" TO WLD-DS-MOTIVO
               WHEN "21"
                   MOVE "CHEQUE SUSTADO" TO WLD-DS-MOTIVO
               WHEN "31"
                   MOVE "ERRO FORMAL - CONTA INEXISTENTE"
                       TO WLD-DS-MOTIVO
               WHEN "35"
                   MOVE "CHEQUE NAO EMITIDO PARA A CONTA"
                       TO WLD-DS-MOTIVO
               WHEN "49"
                   MOVE "REAPRESENTACAO INDEVIDA" TO WLD-DS-MOTIVO
               WHEN OTHER
                   MOVE SPACES TO WLD-DS-MOTIVO
           END-EVALUATE
           .
      *
       054000-SAIR.
           EXIT SECTION
           .
