      *------------------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------------------------------------------------
       PROGRAM-ID. CTCS0029.
      *------------------------------------------------------------------------
      * PROGRAMADOR: Mateus Barbosa da Silva
      * SIGLA......: CTC - Controle de Contas
      * OBJETIVO...: Arquivo diario do CCS (Cadastro de Clientes do
      * Sistema Financeiro) para o Banco Central - apura os eventos de
      * relacionamento do dia (abertura e encerramento de conta pelas
      * datas de ARQ-CONTAS, inclusao e remocao de co-titular pelas
      * operacoes 4 e 5 do CTCS0001 em TIT001), comparando o cadastro
      * com o controle CCS001 do que ja foi informado; gera o arquivo
      * de remessa numerada no layout do CCS, com a agencia de AGE001,
      * marca em CCS001 cada evento enviado para que a reexecucao nao
      * o repita e emite o relatorio de conciliacao entre os eventos
      * encontrados e os registros enviados
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
      * cadastro de contas do CTCS0001 - fonte do titular de cada conta
      * e das datas de abertura e de encerramento
      *
       SELECT ARQ-CONTAS
           ASSIGN TO CAMINHO-ARQ-CONTAS
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS REGISTRO-GERAL-CONTAS
           ALTERNATE RECORD KEY IS CPF WITH DUPLICATES
           FILE STATUS  IS W-FILE-STATUS-CONTAS
           .
      *
      * titularidade das contas conjuntas, mantida pelas operacoes 4 e
      * 5 do CTCS0001 - lida em sequencia para achar os co-titulares
      * novos e pela chave para saber se o co-titular ja informado
      * continua na conta
      *
       SELECT TIT001
           ASSIGN TO CAMINHO-ARQ-TIT001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS TIT001-ID-TIT
           FILE STATUS  IS W-FILE-STATUS-TIT001
           .
      *
      * cadastro de agencias, mantido pelo CTCS0018 - o CCS exige a
      * agencia com o digito verificador
      *
       SELECT AGE001
           ASSIGN TO CAMINHO-ARQ-AGE001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS AGE001-NR-AG
           FILE STATUS  IS W-FILE-STATUS-AGE001
           .
      *
      * controle dos relacionamentos ja informados ao CCS - um registro
      * por agencia/conta + CPF, com as datas de inicio e de fim e a
      * remessa em que cada evento foi enviado
      *
       SELECT CCS001
           ASSIGN TO CAMINHO-ARQ-CCS001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CCS001-ID-VNC
           FILE STATUS  IS W-FILE-STATUS-CCS001
           .
      *
      * controle de sequencia - numero da remessa do CCS
      *
       SELECT CTL001
           ASSIGN TO CAMINHO-ARQ-CTL001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CTL001-CHAVE-SEQ
           FILE STATUS  IS W-FILE-STATUS-CTL001
           .
      *
      * controle de execucao dos jobs que compartilham as bases
      *
       SELECT RUN001
           ASSIGN TO CAMINHO-ARQ-RUN001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS RUN001-CHAVE
           FILE STATUS  IS W-FILE-STATUS-RUN001
           .
      *
       SELECT ARQ-PARM
           ASSIGN TO 'CTCS0029.PRM'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FILE-STATUS-ARQ-PARM
           .
      *
      * arquivo de remessa enviado ao CCS do Banco Central
      *
       SELECT ARQ-CCS
           ASSIGN TO CAMINHO-ARQ-CCS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FILE-STATUS-CCS
           .
      *
       SELECT REL-CCS
           ASSIGN TO CAMINHO-REL-CCS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FILE-STATUS-REL-CCS
           .
      *
      *------------------------------------------------------------------------
       DATA DIVISION.
      *------------------------------------------------------------------------
       FILE SECTION.
      *------------------------------------------------------------------------
       FD ARQ-CONTAS.
      *------------------------------------------------------------------------
      * mesmo layout declarado no CTCS0001 e no CTCS0005
      *
       01  REGISTRO-GERAL-CONTAS.
           03  ID-CONTA                        PIC  9(008).
           03  RESTANTE                        PIC  X(096).
      *
       01  REGISTRO-CONTAS REDEFINES REGISTRO-GERAL-CONTAS.
           03  AGENCIA                         PIC  9(008).
           03  CONTA                           PIC  9(008).
           03  DV-AGENCIA                      PIC  X(001).
           03  DV-CONTA                        PIC  X(001).
           03  NOME                            PIC  X(040).
           03  CPF                             PIC  9(011).
           03  DATA-NASCIMENTO                 PIC  X(008).
           03  SALDO                           PIC  9(008)V99.
           03  SITUACAO-CONTA                  PIC  X(001).
               88  CONTA-ATIVA                        VALUE "A".
               88  CONTA-ENCERRADA                    VALUE "E".
           03  DATA-ABERTURA                   PIC  X(008).
           03  DATA-ENCERRAMENTO               PIC  X(008).
      *
      *------------------------------------------------------------------------
       FD TIT001.
      *------------------------------------------------------------------------
      * mesmo layout declarado no CTCS0001 e no CTCS0005
      *
       01  TIT001-REGISTRO.
           03  TIT001-ID-TIT.
               05  TIT001-AG                    PIC  9(004).
               05  TIT001-CT                    PIC  9(008).
               05  TIT001-CPF                   PIC  9(011).
           03  TIT001-NM                        PIC  X(040).
           03  TIT001-TP-TIT                    PIC  X(001).
               88  TIT001-PRIMEIRO-TITULAR            VALUE "1".
               88  TIT001-SEGUNDO-TITULAR             VALUE "2".
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
       FD CCS001.
      *------------------------------------------------------------------------
      * relacionamento CPF x conta informado ao CCS - o tipo segue o de
      * TIT001 ("1" titular da conta em ARQ-CONTAS, "2" co-titular);
      * a data de fim fica em zeros enquanto o relacionamento esta
      * ativo; um co-titular removido e incluido de novo reaproveita o
      * registro com as datas do novo relacionamento
      *
       01  CCS001-REGISTRO.
           03  CCS001-ID-VNC.
               05  CCS001-AG                    PIC  9(004).
               05  CCS001-CT                    PIC  9(008).
               05  CCS001-CPF                   PIC  9(011).
           03  CCS001-NM                        PIC  X(040).
           03  CCS001-TP-VNC                    PIC  X(001).
               88  CCS001-TITULAR                      VALUE "1".
               88  CCS001-CO-TITULAR                   VALUE "2".
           03  CCS001-ST-VNC                    PIC  X(001).
               88  CCS001-ATIVO                        VALUE "A".
               88  CCS001-ENCERRADO                    VALUE "E".
           03  CCS001-DT-INICIO                 PIC  X(008).
           03  CCS001-DT-FIM                    PIC  X(008).
      * data de movimento e numero da remessa em que o inicio e o fim
      * do relacionamento foram enviados
           03  CCS001-DT-ENVIO-INICIO           PIC  X(008).
           03  CCS001-NR-RMS-INICIO             PIC  9(006).
           03  CCS001-DT-ENVIO-FIM              PIC  X(008).
           03  CCS001-NR-RMS-FIM                PIC  9(006).
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
       FD RUN001.
      *------------------------------------------------------------------------
      * mesmo layout declarado no CTCS0004
      *
       01  RUN001-REGISTRO.
           03  RUN001-CHAVE.
               05  RUN001-NM-JOB                PIC  X(008).
               05  RUN001-TS-INICIO             PIC  X(016).
           03  RUN001-ST-RUN                    PIC  X(001).
               88  RUN001-EM-EXECUCAO                  VALUE "E".
               88  RUN001-FINALIZADO                   VALUE "F".
           03  RUN001-TS-FIM                    PIC  X(016).
           03  RUN001-QT-REGISTROS              PIC  9(009).
      *
      *------------------------------------------------------------------------
       FD ARQ-PARM.
      *------------------------------------------------------------------------
      *
       01  REG-ARQ-PARM                        PIC  X(100).
      *
      *------------------------------------------------------------------------
       FD ARQ-CCS.
      *------------------------------------------------------------------------
      * um header com a instituicao, o numero da remessa e a data de
      * movimento; um detalhe por evento de relacionamento; e um
      * trailer com as contagens, como os arquivos do CTCS0016 - o
      * evento "I" informa o inicio do relacionamento (com a data de
      * fim quando ele ja nasce encerrado) e o evento "F" o fim
      *
       01  REG-CCS.
           03  CCS-TIPO-REG                    PIC  X(001).
               88  CCS-REG-HEADER                     VALUE "H".
               88  CCS-REG-DETALHE                    VALUE "D".
               88  CCS-REG-TRAILER                    VALUE "T".
           03  FILLER                          PIC  X(149).
      *
       01  REG-CCS-HEADER REDEFINES REG-CCS.
           03  CCS-HDR-TIPO-REG                PIC  X(001).
           03  CCS-HDR-CNPJ-BASE               PIC  9(008).
           03  CCS-HDR-NR-REMESSA              PIC  9(006).
           03  CCS-HDR-DT-MOVIMENTO            PIC  9(008).
           03  CCS-HDR-DT-GERACAO              PIC  9(008).
           03  FILLER                          PIC  X(119).
      *
       01  REG-CCS-DETALHE REDEFINES REG-CCS.
           03  CCS-DET-TIPO-REG                PIC  X(001).
           03  CCS-DET-NR-SEQ                  PIC  9(007).
           03  CCS-DET-TP-EVENTO               PIC  X(001).
               88  CCS-DET-INICIO                     VALUE "I".
               88  CCS-DET-FIM                        VALUE "F".
      * "F" pessoa fisica - o cadastro so tem clientes com CPF
           03  CCS-DET-TP-PESSOA               PIC  X(001).
           03  CCS-DET-CPF                     PIC  9(011).
           03  CCS-DET-NM                      PIC  X(040).
      * "1" titular / "2" co-titular, como em TIT001
           03  CCS-DET-TP-VNC                  PIC  X(001).
           03  CCS-DET-AG                      PIC  9(004).
           03  CCS-DET-DV-AG                   PIC  X(001).
           03  CCS-DET-CT                      PIC  9(008).
           03  CCS-DET-DV-CT                   PIC  X(001).
           03  CCS-DET-DT-INICIO               PIC  9(008).
           03  CCS-DET-DT-FIM                  PIC  9(008).
           03  FILLER                          PIC  X(058).
      *
       01  REG-CCS-TRAILER REDEFINES REG-CCS.
           03  CCS-TRL-TIPO-REG                PIC  X(001).
           03  CCS-TRL-NR-REMESSA              PIC  9(006).
           03  CCS-TRL-QT-DETALHES             PIC  9(009).
           03  CCS-TRL-QT-INICIOS              PIC  9(009).
           03  CCS-TRL-QT-FINS                 PIC  9(009).
           03  FILLER                          PIC  X(116).
      *
      *------------------------------------------------------------------------
       FD REL-CCS.
      *------------------------------------------------------------------------
      *
       01  REL-CCS-LINHA                       PIC  X(132).
      *
      *------------------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *------------------------------------------------------------------------
      *
       77  W-FILE-STATUS-CONTAS                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-TIT001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-AGE001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-CCS001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-CTL001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-RUN001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-ARQ-PARM              PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-CCS                   PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-REL-CCS               PIC  X(002) VALUE ZEROS.
      *
       77  CAMINHO-ARQ-CONTAS                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-TIT001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-AGE001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-CCS001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-CTL001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-RUN001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-CCS                     PIC  X(100) VALUE SPACES.
       77  CAMINHO-REL-CCS                     PIC  X(100) VALUE SPACES.
      *
      * raiz do CNPJ da instituicao e data de movimento (zeros = data
      * do processamento), lidas da carta de controle
      *
       01  W-PARM-CNPJ-BASE                    PIC  X(008) VALUE ZEROS.
       01  W-CNPJ-BASE REDEFINES W-PARM-CNPJ-BASE
                                               PIC  9(008).
       01  W-PARM-DT-MOVIMENTO                 PIC  X(008) VALUE ZEROS.
       01  W-DT-MOVIMENTO-PARM REDEFINES W-PARM-DT-MOVIMENTO.
           03  W-AA-MOVIMENTO                  PIC  9(004).
           03  W-MM-MOVIMENTO                  PIC  9(002).
           03  W-DD-MOVIMENTO                  PIC  9(002).
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
      *
      * controle de execucao RUN001 - o registro desta execucao soh
      * eh finalizado se chegou a ser gravado
      *
       01  W-RUN-REGISTRADO                    PIC  X(001) VALUE "N".
           88  W-RUN-REGISTRADO-SIM                   VALUE "S".
      *
       01  W-FIM-ARQ-RUN001                    PIC  X(001) VALUE "N".
           88  W-FIM-DE-ARQ-RUN001                    VALUE "S".
      *
       01  W-RUN-CHAVE-JOB.
           03  W-RUN-NM-JOB                    PIC  X(008).
           03  W-RUN-TS-INICIO                 PIC  X(016).
      *
      * contas do cadastro, para achar a conta de cada co-titular sem
      * depender da chave de ARQ-CONTAS
      *
       77  W-MAX-CONTAS                        PIC  9(004) VALUE 9999.
       77  W-QT-CONTAS                         PIC  9(004) VALUE ZEROS
                                                COMP-5.
      *
       01  TB-CONTAS.
           03  TB-CONTA-ITEM OCCURS 9999 TIMES.
               05  TB-AG                       PIC  9(004).
               05  TB-CT                       PIC  9(008).
               05  TB-DV-CT                    PIC  X(001).
               05  TB-CPF-TIT                  PIC  9(011).
               05  TB-NM-TIT                   PIC  X(040).
               05  TB-DT-ABERTURA              PIC  X(008).
               05  TB-DT-ENCERRAMENTO          PIC  X(008).
               05  TB-ST-CT                    PIC  X(001).
                   88  TB-CT-ENCERRADA                VALUE "E".
      *
       01  W-IX                                PIC  9(004) COMP-5
                                                VALUE ZEROS.
       01  W-ACHOU-CONTA                       PIC  X(001) VALUE "N".
           88  W-ACHOU-A-CONTA                        VALUE "S".
       77  W-AG-PROCURADA                      PIC  9(004) VALUE ZEROS.
       77  W-CT-PROCURADA                      PIC  9(008) VALUE ZEROS.
      *
      * relacionamento apurado no cadastro, informado a
      * 060000-TRATAR-VINCULO - data de fim em zeros enquanto ativo
      *
       01  W-VINCULO.
           03  W-VNC-AG                        PIC  9(004).
           03  W-VNC-CT                        PIC  9(008).
           03  W-VNC-DV-CT                     PIC  X(001).
           03  W-VNC-CPF                       PIC  9(011).
           03  W-VNC-NM                        PIC  X(040).
           03  W-VNC-TP                        PIC  X(001).
           03  W-VNC-DT-INICIO                 PIC  X(008).
           03  W-VNC-DT-FIM                    PIC  X(008).
      *
       01  W-TP-EVENTO                         PIC  X(001) VALUE SPACE.
           88  W-EVENTO-INICIO                        VALUE "I".
           88  W-EVENTO-FIM                           VALUE "F".
      *
       01  W-CCS-ACHOU                         PIC  X(001) VALUE "N".
           88  W-CCS-ACHOU-SIM                        VALUE "S".
       01  W-TIT-ACHOU                         PIC  X(001) VALUE "N".
           88  W-TIT-ACHOU-SIM                        VALUE "S".
       01  W-AGE-ACHOU                         PIC  X(001) VALUE "N".
           88  W-AGE-ACHOU-SIM                        VALUE "S".
       01  W-CTL-ACHOU                         PIC  X(001) VALUE "N".
           88  W-CTL-ACHOU-SIM                        VALUE "S".
      *
       77  W-DT-MOVIMENTO                      PIC  X(008) VALUE ZEROS.
       77  W-NR-REMESSA                        PIC  9(006) VALUE ZEROS.
       77  W-NR-RMS-ANTERIOR                   PIC  9(006) VALUE ZEROS.
       77  W-SITUACAO                          PIC  X(024) VALUE SPACES.
      *
      * CPF formatado para o relatorio (999.999.999-99)
      *
       01  W-CPF-NUM                           PIC  9(011) VALUE ZEROS.
       01  W-CPF-PARTES REDEFINES W-CPF-NUM.
           03  W-CPF-P1                        PIC  9(003).
           03  W-CPF-P2                        PIC  9(003).
           03  W-CPF-P3                        PIC  9(003).
           03  W-CPF-DV                        PIC  9(002).
       77  W-CPF-EDITADO                       PIC  X(014) VALUE SPACES.
      *
      * data AAAAMMDD formatada para o relatorio (DD/MM/AAAA)
      *
       77  W-DT-ENTRADA                        PIC  X(008) VALUE SPACES.
       77  W-DT-EDITADA                        PIC  X(010) VALUE SPACES.
      *
      * contadores do fim do job - os eventos encontrados tem de
      * fechar com enviados + ja enviados + pendentes, e os vinculos
      * ativos do cadastro com os ativos informados em CCS001
      *
       77  W-QT-EVT-ENCONTRADOS                PIC  9(009) VALUE ZEROS.
       77  W-QT-EVT-ENVIADOS                   PIC  9(009) VALUE ZEROS.
       77  W-QT-EVT-JA-ENVIADOS                PIC  9(009) VALUE ZEROS.
       77  W-QT-EVT-PENDENTES                  PIC  9(009) VALUE ZEROS.
       77  W-QT-INICIOS                        PIC  9(009) VALUE ZEROS.
       77  W-QT-FINS                           PIC  9(009) VALUE ZEROS.
       77  W-QT-DETALHES                       PIC  9(009) VALUE ZEROS.
       77  W-QT-VNC-CADASTRO                   PIC  9(009) VALUE ZEROS.
       77  W-QT-VNC-INFORMADOS                 PIC  9(009) VALUE ZEROS.
       77  W-QT-TIT-SEM-CONTA                  PIC  9(009) VALUE ZEROS.
       77  W-QT-ENVIADOS-MAIS-ANT              PIC  9(009) VALUE ZEROS.
      *
      * TIT001 soh existe depois da primeira conta conjunta e AGE001
      * depois da primeira agencia cadastrada pelo CTCS0018
      *
       01  W-TIT001-DISPONIVEL                 PIC  X(001) VALUE "N".
           88  W-TIT001-DISPONIVEL-SIM                VALUE "S".
       01  W-AGE001-DISPONIVEL                 PIC  X(001) VALUE "N".
           88  W-AGE001-DISPONIVEL-SIM                VALUE "S".
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
       01  W-LINHA-CAB2.
           03  FILLER                          PIC  X(017) VALUE
               "  AGENCIA/CONTA".
           03  FILLER                          PIC  X(016) VALUE
               "CPF".
           03  FILLER                          PIC  X(030) VALUE
               "NOME".
           03  FILLER                          PIC  X(012) VALUE
               "VINCULO".
           03  FILLER                          PIC  X(008) VALUE
               "EVENTO".
           03  FILLER                          PIC  X(012) VALUE
               "INICIO".
           03  FILLER                          PIC  X(012) VALUE
               "FIM".
           03  FILLER                          PIC  X(024) VALUE
               "SITUACAO".
       01  W-LINHA-BRANCO                      PIC  X(132) VALUE SPACES.
       01  W-LINHA-EVENTO.
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLE-AG                          PIC  9(004).
           03  FILLER                          PIC  X(001) VALUE "/".
           03  WLE-CT                          PIC  9(008).
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLE-CPF                         PIC  X(014).
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLE-NM                          PIC  X(028).
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLE-VINCULO                     PIC  X(010).
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLE-EVENTO                      PIC  X(006).
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLE-DT-INICIO                   PIC  X(010).
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLE-DT-FIM                      PIC  X(010).
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLE-SITUACAO                    PIC  X(024).
       01  W-LINHA-QT.
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLQ-TITULO                      PIC  X(040) VALUE SPACES.
           03  FILLER                          PIC  X(002) VALUE ": ".
           03  WLQ-QT                          PIC  ZZZ.ZZZ.ZZ9.
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLQ-COMPLEMENTO                 PIC  X(024) VALUE SPACES.
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
           PERFORM 018000-REGISTRAR-INICIO-RUN
           PERFORM 020000-ABRIR-ARQUIVOS
           PERFORM 025000-INICIAR-REMESSA
           PERFORM 030000-CARREGAR-CONTAS
           PERFORM 040000-APURAR-TITULARES
           PERFORM 045000-APURAR-CO-TITULARES
           PERFORM 050000-APURAR-REMOCOES
           PERFORM 070000-ENCERRAR-REMESSA
           PERFORM 080000-EMITIR-CONCILIACAO
           .
      *
       000000-SAIR.
           DISPLAY "CTCS0029 - Remessa do CCS..................: "
               W-NR-REMESSA
           DISPLAY "CTCS0029 - Eventos encontrados.............: "
               W-QT-EVT-ENCONTRADOS
           DISPLAY "CTCS0029 - Eventos enviados nesta remessa..: "
               W-QT-EVT-ENVIADOS
           DISPLAY "CTCS0029 - Eventos ja enviados antes.......: "
               W-QT-EVT-JA-ENVIADOS
           DISPLAY "CTCS0029 - Eventos pendentes...............: "
               W-QT-EVT-PENDENTES
      *
           IF W-ARQUIVOS-ABERTOS-SIM
               CLOSE ARQ-CONTAS CCS001 CTL001 ARQ-CCS REL-CCS
               IF W-TIT001-DISPONIVEL-SIM
                   CLOSE TIT001
               END-IF
               IF W-AGE001-DISPONIVEL-SIM
                   CLOSE AGE001
               END-IF
           END-IF
      *
           PERFORM 090000-REGISTRAR-FIM-RUN
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
      * le a carta de controle com os caminhos das bases de dados, do
      * arquivo do CCS e do relatorio, a raiz do CNPJ da instituicao e
      * a data de movimento
      *
           OPEN INPUT ARQ-PARM
      *
           IF W-FILE-STATUS-ARQ-PARM NOT EQUAL "00"
               DISPLAY "CTCS0029 - Erro ao abrir a carta de controle "
                   "CTCS0029.PRM - FILE-STATUS=" W-FILE-STATUS-ARQ-PARM
               PERFORM 000000-SAIR
           END-IF
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-CONTAS
               AT END
                   DISPLAY "CTCS0029 - Carta de controle incompleta "
                       "- caminho de ARQ-CONTAS ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-TIT001
               AT END
                   DISPLAY "CTCS0029 - Carta de controle incompleta "
                       "- caminho de TIT001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-AGE001
               AT END
                   DISPLAY "CTCS0029 - Carta de controle incompleta "
                       "- caminho de AGE001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-CCS001
               AT END
                   DISPLAY "CTCS0029 - Carta de controle incompleta "
                       "- caminho de CCS001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-CTL001
               AT END
                   DISPLAY "CTCS0029 - Carta de controle incompleta "
                       "- caminho de CTL001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-RUN001
               AT END
                   DISPLAY "CTCS0029 - Carta de controle incompleta "
                       "- caminho de RUN001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-CCS
               AT END
                   DISPLAY "CTCS0029 - Carta de controle incompleta "
                       "- caminho do arquivo do CCS ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-REL-CCS
               AT END
                   DISPLAY "CTCS0029 - Carta de controle incompleta "
                       "- caminho do relatorio ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO W-PARM-CNPJ-BASE
               AT END
                   DISPLAY "CTCS0029 - Carta de controle incompleta "
                       "- raiz do CNPJ ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO W-PARM-DT-MOVIMENTO
               AT END
                   DISPLAY "CTCS0029 - Carta de controle incompleta "
                       "- data de movimento ausente."
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
      * a data de movimento zerada assume a data do processamento; a
      * informada tem de ser valida e nao pode ser futura
      *
           MOVE "raiz do CNPJ"                 TO W-NM-PARM
           MOVE W-PARM-CNPJ-BASE               TO W-PARM-IMAGEM
           MOVE 8                              TO W-TAM-PARM
           PERFORM 016000-VALIDAR-PARM-NUMERICO
      *
           MOVE "data de movimento"            TO W-NM-PARM
           MOVE W-PARM-DT-MOVIMENTO            TO W-PARM-IMAGEM
           MOVE 8                              TO W-TAM-PARM
           PERFORM 016000-VALIDAR-PARM-NUMERICO
      *
           IF W-PARM-DT-MOVIMENTO EQUAL ZEROS
               MOVE W-TS-CRR(1:8) TO W-PARM-DT-MOVIMENTO
           END-IF
      *
           IF W-AA-MOVIMENTO EQUAL ZEROS
              OR W-MM-MOVIMENTO < 1 OR W-MM-MOVIMENTO > 12
              OR W-DD-MOVIMENTO < 1 OR W-DD-MOVIMENTO > 31
              OR W-PARM-DT-MOVIMENTO > W-TS-CRR(1:8)
               DISPLAY "CTCS0029 - Parametro invalido na carta "
                   "de controle: " W-NM-PARM
               PERFORM 000000-SAIR
           END-IF
      *
           MOVE W-PARM-DT-MOVIMENTO TO W-DT-MOVIMENTO
      *
           DISPLAY "CTCS0029 - Data de movimento: " W-DD-MOVIMENTO "/"
               W-MM-MOVIMENTO "/" W-AA-MOVIMENTO
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
                   DISPLAY "CTCS0029 - Parametro invalido na carta "
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
       018000-REGISTRAR-INICIO-RUN SECTION.
      *------------------------------------------------------------------------
      * abre o controle de execucao RUN001, aborta se houver job
      * conflitante em andamento e registra o inicio desta execucao
      *
           OPEN I-O RUN001
      *
           IF W-FILE-STATUS-RUN001 EQUAL "35"
               CLOSE RUN001
               OPEN OUTPUT RUN001
               CLOSE RUN001
               OPEN I-O RUN001
           END-IF
      *
           MOVE LOW-VALUES TO RUN001-CHAVE
      *
           START RUN001
               KEY IS GREATER THAN OR EQUAL RUN001-CHAVE
               INVALID KEY
                   SET W-FIM-DE-ARQ-RUN001 TO TRUE
               NOT INVALID KEY
                   MOVE "N" TO W-FIM-ARQ-RUN001
           END-START
      *
           PERFORM UNTIL W-FIM-DE-ARQ-RUN001
               READ RUN001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ-RUN001 TO TRUE
                   NOT AT END
                       IF RUN001-EM-EXECUCAO
                           IF RUN001-NM-JOB EQUAL "CTCS0029"
      * registro de execucao anterior deste proprio job que caiu sem
      * finalizar - apenas avisa, pois a reexecucao eh legitima
                               DISPLAY "CTCS0029 - Aviso: execucao "
                                   "anterior iniciada em "
                                   RUN001-TS-INICIO " nao foi "
                                   "finalizada em RUN001."
                           ELSE
                               DISPLAY "CTCS0029 - Job "
                                   RUN001-NM-JOB " em execucao desde "
                                   RUN001-TS-INICIO " - execucao "
                                   "abortada para nao abrir as bases "
                                   "em concorrencia."
                               CLOSE RUN001
                               PERFORM 000000-SAIR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
      *
           MOVE "CTCS0029"      TO RUN001-NM-JOB
           MOVE W-TS-CRR(1:16)  TO RUN001-TS-INICIO
           SET RUN001-EM-EXECUCAO TO TRUE
           MOVE ZEROS           TO RUN001-TS-FIM
           MOVE ZEROS           TO RUN001-QT-REGISTROS
      *
           WRITE RUN001-REGISTRO
               INVALID KEY
                   DISPLAY "CTCS0029 - Erro ao registrar o inicio "
                       "da execucao em RUN001 - FILE-STATUS="
                       W-FILE-STATUS-RUN001
               NOT INVALID KEY
                   MOVE RUN001-CHAVE TO W-RUN-CHAVE-JOB
                   SET W-RUN-REGISTRADO-SIM TO TRUE
           END-WRITE
           .
      *
       018000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       020000-ABRIR-ARQUIVOS SECTION.
      *------------------------------------------------------------------------
      *
           OPEN INPUT ARQ-CONTAS
      *
           IF W-FILE-STATUS-CONTAS NOT EQUAL "00"
               DISPLAY "CTCS0029 - Erro ao abrir ARQ-CONTAS - "
                   "FILE-STATUS=" W-FILE-STATUS-CONTAS
               PERFORM 000000-SAIR
           END-IF
      *
           OPEN INPUT TIT001
      *
           IF W-FILE-STATUS-TIT001 EQUAL "00"
               SET W-TIT001-DISPONIVEL-SIM TO TRUE
           END-IF
      *
           OPEN INPUT AGE001
      *
           IF W-FILE-STATUS-AGE001 EQUAL "00"
               SET W-AGE001-DISPONIVEL-SIM TO TRUE
           ELSE
               DISPLAY "CTCS0029 - Aviso: AGE001 indisponivel - os "
                   "eventos ficam pendentes ate a carga das agencias."
           END-IF
      *
           OPEN I-O CCS001
      *
           IF W-FILE-STATUS-CCS001 EQUAL "35"
               CLOSE CCS001
               OPEN OUTPUT CCS001
               CLOSE CCS001
               OPEN I-O CCS001
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
           OPEN OUTPUT ARQ-CCS
      *
           IF W-FILE-STATUS-CCS NOT EQUAL "00"
               DISPLAY "CTCS0029 - Erro ao abrir o arquivo do CCS - "
                   "FILE-STATUS=" W-FILE-STATUS-CCS
               CLOSE ARQ-CONTAS CCS001 CTL001
               IF W-TIT001-DISPONIVEL-SIM
                   CLOSE TIT001
               END-IF
               IF W-AGE001-DISPONIVEL-SIM
                   CLOSE AGE001
               END-IF
               PERFORM 000000-SAIR
           END-IF
      *
           OPEN OUTPUT REL-CCS
      *
           SET W-ARQUIVOS-ABERTOS-SIM TO TRUE
           .
      *
       020000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       025000-INICIAR-REMESSA SECTION.
      *------------------------------------------------------------------------
      * numera a remessa pelo registro "CCS001" de CTL001 - cada
      * execucao, inclusive a reexecucao do mesmo dia, gera uma nova
      * remessa, soh com os eventos ainda nao enviados
      *
           MOVE "CCS001" TO CTL001-CHAVE-SEQ
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
           ADD 1 TO CTL001-ULT-ID GIVING W-NR-REMESSA
           MOVE W-NR-REMESSA TO CTL001-ULT-ID
           MOVE "CCS001"     TO CTL001-CHAVE-SEQ
      *
           IF W-CTL-ACHOU-SIM
               REWRITE CTL001-REGISTRO
                   INVALID KEY
                       DISPLAY "CTCS0029 - Erro ao atualizar o "
                           "controle de sequencia da remessa - "
                           "FILE-STATUS=" W-FILE-STATUS-CTL001
                       PERFORM 000000-SAIR
               END-REWRITE
           ELSE
               WRITE CTL001-REGISTRO
                   INVALID KEY
                       DISPLAY "CTCS0029 - Erro ao criar o "
                           "controle de sequencia da remessa - "
                           "FILE-STATUS=" W-FILE-STATUS-CTL001
                       PERFORM 000000-SAIR
               END-WRITE
           END-IF
      *
           INITIALIZE REG-CCS-HEADER
           SET CCS-REG-HEADER         TO TRUE
           MOVE W-CNPJ-BASE           TO CCS-HDR-CNPJ-BASE
           MOVE W-NR-REMESSA          TO CCS-HDR-NR-REMESSA
           MOVE W-DT-MOVIMENTO        TO CCS-HDR-DT-MOVIMENTO
           MOVE W-TS-CRR(1:8)         TO CCS-HDR-DT-GERACAO
           WRITE REG-CCS
      *
           MOVE SPACES TO REL-CCS-LINHA
           STRING "CCS - RELACIONAMENTOS INFORMADOS AO BANCO CENTRAL"
                  " - REMESSA " W-NR-REMESSA " - MOVIMENTO DE "
                  W-DD-MOVIMENTO "/" W-MM-MOVIMENTO "/" W-AA-MOVIMENTO
                  " - PROCESSAMENTO DE " W-DD-CRR "/" W-MM-CRR "/"
                  W-AA-CRR
                  DELIMITED BY SIZE INTO REL-CCS-LINHA
           WRITE REL-CCS-LINHA
           WRITE REL-CCS-LINHA FROM W-LINHA-BRANCO
           WRITE REL-CCS-LINHA FROM W-LINHA-CAB2
           .
      *
       025000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       030000-CARREGAR-CONTAS SECTION.
      *------------------------------------------------------------------------
      * carrega o cadastro de contas, com o titular e as datas de
      * abertura e de encerramento
      *
           MOVE "N" TO W-FIM-ARQ
           PERFORM UNTIL W-FIM-DE-ARQ
               READ ARQ-CONTAS NEXT RECORD
                   AT END
                       SET W-FIM-DE-ARQ TO TRUE
                   NOT AT END
                       IF W-QT-CONTAS >= W-MAX-CONTAS
                           DISPLAY "CTCS0029 - Quantidade de contas "
                               "excede a capacidade da tabela."
                           PERFORM 000000-SAIR
                       END-IF
                       ADD 1 TO W-QT-CONTAS
                       MOVE W-QT-CONTAS       TO W-IX
                       MOVE AGENCIA           TO TB-AG(W-IX)
                       MOVE CONTA             TO TB-CT(W-IX)
                       MOVE DV-CONTA          TO TB-DV-CT(W-IX)
                       MOVE CPF               TO TB-CPF-TIT(W-IX)
                       MOVE NOME              TO TB-NM-TIT(W-IX)
                       MOVE DATA-ABERTURA     TO TB-DT-ABERTURA(W-IX)
                       MOVE DATA-ENCERRAMENTO
                           TO TB-DT-ENCERRAMENTO(W-IX)
                       MOVE SITUACAO-CONTA    TO TB-ST-CT(W-IX)
               END-READ
           END-PERFORM
           .
      *
       030000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       035000-LOCALIZAR-CONTA SECTION.
      *------------------------------------------------------------------------
      * Entrada: W-AG-PROCURADA / W-CT-PROCURADA
      * Saida..: W-ACHOU-CONTA / W-IX
      *
           MOVE "N" TO W-ACHOU-CONTA
      *
           PERFORM VARYING W-IX FROM 1 BY 1 UNTIL W-IX > W-QT-CONTAS
               IF TB-AG(W-IX) EQUAL W-AG-PROCURADA
                  AND TB-CT(W-IX) EQUAL W-CT-PROCURADA
                   SET W-ACHOU-A-CONTA TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
      *
       035000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       040000-APURAR-TITULARES SECTION.
      *------------------------------------------------------------------------
      * o titular de cada conta aberta ate a data de movimento tem um
      * relacionamento iniciado na abertura e, se a conta foi
      * encerrada ate essa data, terminado no encerramento
      *
           PERFORM VARYING W-IX FROM 1 BY 1 UNTIL W-IX > W-QT-CONTAS
               IF TB-DT-ABERTURA(W-IX) NOT EQUAL ZEROS
                  AND TB-DT-ABERTURA(W-IX) IS NUMERIC
                  AND TB-DT-ABERTURA(W-IX) <= W-DT-MOVIMENTO
                   MOVE TB-AG(W-IX)          TO W-VNC-AG
                   MOVE TB-CT(W-IX)          TO W-VNC-CT
                   MOVE TB-DV-CT(W-IX)       TO W-VNC-DV-CT
                   MOVE TB-CPF-TIT(W-IX)     TO W-VNC-CPF
                   MOVE TB-NM-TIT(W-IX)      TO W-VNC-NM
                   MOVE "1"                  TO W-VNC-TP
                   MOVE TB-DT-ABERTURA(W-IX) TO W-VNC-DT-INICIO
                   PERFORM 041000-OBTER-DT-FIM-CONTA
                   PERFORM 060000-TRATAR-VINCULO
               END-IF
           END-PERFORM
           .
      *
       040000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       041000-OBTER-DT-FIM-CONTA SECTION.
      *------------------------------------------------------------------------
      * Entrada: W-IX
      * Saida..: W-VNC-DT-FIM
      *
      * todo relacionamento da conta termina no encerramento dela,
      * desde que ocorrido ate a data de movimento
      *
           IF TB-CT-ENCERRADA(W-IX)
              AND TB-DT-ENCERRAMENTO(W-IX) NOT EQUAL ZEROS
              AND TB-DT-ENCERRAMENTO(W-IX) <= W-DT-MOVIMENTO
               MOVE TB-DT-ENCERRAMENTO(W-IX) TO W-VNC-DT-FIM
           ELSE
               MOVE ZEROS                    TO W-VNC-DT-FIM
           END-IF
           .
      *
       041000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       045000-APURAR-CO-TITULARES SECTION.
      *------------------------------------------------------------------------
      * TIT001 nao guarda a data de inclusao - o co-titular que ainda
      * nao consta de CCS001 tem o relacionamento iniciado na data de
      * movimento; o titular principal repetido em TIT001 eh ignorado
      *
      * sem o arquivo, nao ha o que carregar
           IF W-TIT001-DISPONIVEL-SIM
               MOVE "N" TO W-FIM-ARQ
           ELSE
               MOVE "S" TO W-FIM-ARQ
           END-IF
           PERFORM UNTIL W-FIM-DE-ARQ
               READ TIT001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ TO TRUE
                   NOT AT END
                       MOVE TIT001-AG TO W-AG-PROCURADA
                       MOVE TIT001-CT TO W-CT-PROCURADA
                       PERFORM 035000-LOCALIZAR-CONTA
                       EVALUATE TRUE
                           WHEN NOT W-ACHOU-A-CONTA
                               ADD 1 TO W-QT-TIT-SEM-CONTA
                               DISPLAY "CTCS0029 - Co-titular "
                                   TIT001-CPF " da conta " TIT001-AG
                                   "/" TIT001-CT " sem cadastro em "
                                   "ARQ-CONTAS - ignorado."
                           WHEN TIT001-CPF EQUAL TB-CPF-TIT(W-IX)
                               CONTINUE
                           WHEN OTHER
                               MOVE TIT001-AG      TO W-VNC-AG
                               MOVE TIT001-CT      TO W-VNC-CT
                               MOVE TB-DV-CT(W-IX) TO W-VNC-DV-CT
                               MOVE TIT001-CPF     TO W-VNC-CPF
                               MOVE TIT001-NM      TO W-VNC-NM
                               MOVE "2"            TO W-VNC-TP
                               MOVE W-DT-MOVIMENTO TO W-VNC-DT-INICIO
                               PERFORM 041000-OBTER-DT-FIM-CONTA
                               PERFORM 060000-TRATAR-VINCULO
                       END-EVALUATE
               END-READ
           END-PERFORM
           .
      *
       045000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       050000-APURAR-REMOCOES SECTION.
      *------------------------------------------------------------------------
      * percorre CCS001: o co-titular informado como ativo que nao
      * esta mais em TIT001 foi removido pela operacao 5 do CTCS0001
      * (ou caiu com o encerramento da conta) e tem o relacionamento
      * terminado; ao final, cada registro ativo conta como vinculo
      * informado, para a conciliacao com o cadastro
      *
           MOVE LOW-VALUES TO CCS001-ID-VNC
      *
           START CCS001
               KEY IS GREATER THAN OR EQUAL CCS001-ID-VNC
               INVALID KEY
                   SET W-FIM-DE-ARQ TO TRUE
               NOT INVALID KEY
                   MOVE "N" TO W-FIM-ARQ
           END-START
      *
           PERFORM UNTIL W-FIM-DE-ARQ
               READ CCS001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ TO TRUE
                   NOT AT END
                       IF CCS001-CO-TITULAR
                          AND W-TIT001-DISPONIVEL-SIM
                           PERFORM 051000-CONFERIR-CO-TITULAR
                       END-IF
                       IF CCS001-ATIVO
                           ADD 1 TO W-QT-VNC-INFORMADOS
                       END-IF
               END-READ
           END-PERFORM
           .
      *
       050000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       051000-CONFERIR-CO-TITULAR SECTION.
      *------------------------------------------------------------------------
      * Entrada: CCS001-REGISTRO
      *
           MOVE CCS001-AG  TO TIT001-AG
           MOVE CCS001-CT  TO TIT001-CT
           MOVE CCS001-CPF TO TIT001-CPF
           MOVE "N"        TO W-TIT-ACHOU
      *
           READ TIT001
               KEY IS TIT001-ID-TIT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET W-TIT-ACHOU-SIM TO TRUE
           END-READ
      *
           IF NOT W-TIT-ACHOU-SIM
               MOVE CCS001-AG         TO W-VNC-AG W-AG-PROCURADA
               MOVE CCS001-CT         TO W-VNC-CT W-CT-PROCURADA
               MOVE CCS001-CPF        TO W-VNC-CPF
               MOVE CCS001-NM         TO W-VNC-NM
               MOVE CCS001-TP-VNC     TO W-VNC-TP
               MOVE CCS001-DT-INICIO  TO W-VNC-DT-INICIO
               MOVE SPACE             TO W-VNC-DV-CT
               MOVE ZEROS             TO W-VNC-DT-FIM
      *
               PERFORM 035000-LOCALIZAR-CONTA
      *
               IF W-ACHOU-A-CONTA
                   MOVE TB-DV-CT(W-IX) TO W-VNC-DV-CT
                   PERFORM 041000-OBTER-DT-FIM-CONTA
               END-IF
      *
               IF W-VNC-DT-FIM EQUAL ZEROS
                   MOVE W-DT-MOVIMENTO TO W-VNC-DT-FIM
               END-IF
      *
               EVALUATE TRUE
                   WHEN CCS001-ATIVO
                       SET W-EVENTO-FIM     TO TRUE
                       SET W-CCS-ACHOU-SIM  TO TRUE
                       PERFORM 061000-EMITIR-EVENTO
                   WHEN CCS001-DT-FIM EQUAL W-DT-MOVIMENTO
                       MOVE CCS001-DT-FIM   TO W-VNC-DT-FIM
                       SET W-EVENTO-FIM     TO TRUE
                       MOVE CCS001-NR-RMS-FIM TO W-NR-RMS-ANTERIOR
                       PERFORM 063000-INFORMAR-JA-ENVIADO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .
      *
       051000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       060000-TRATAR-VINCULO SECTION.
      *------------------------------------------------------------------------
      * Entrada: W-VINCULO
      *
      * compara o relacionamento apurado no cadastro com o que ja foi
      * informado em CCS001: relacionamento novo (ou co-titular
      * incluido de novo depois de removido) gera evento de inicio,
      * relacionamento ativo que terminou gera evento de fim, e o
      * evento da data de movimento ja enviado por execucao anterior
      * eh apenas listado, sem repetir o envio
      *
           IF W-VNC-DT-FIM EQUAL ZEROS
               ADD 1 TO W-QT-VNC-CADASTRO
           END-IF
      *
           MOVE W-VNC-AG  TO CCS001-AG
           MOVE W-VNC-CT  TO CCS001-CT
           MOVE W-VNC-CPF TO CCS001-CPF
           MOVE "N"       TO W-CCS-ACHOU
      *
           READ CCS001
               KEY IS CCS001-ID-VNC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET W-CCS-ACHOU-SIM TO TRUE
           END-READ
      *
           EVALUATE TRUE
               WHEN NOT W-CCS-ACHOU-SIM
                   SET W-EVENTO-INICIO TO TRUE
                   PERFORM 061000-EMITIR-EVENTO
      *
               WHEN CCS001-ENCERRADO
                AND W-VNC-DT-FIM EQUAL ZEROS
                   SET W-EVENTO-INICIO TO TRUE
                   PERFORM 061000-EMITIR-EVENTO
      *
               WHEN CCS001-ATIVO
                AND W-VNC-DT-FIM NOT EQUAL ZEROS
                   MOVE CCS001-DT-INICIO TO W-VNC-DT-INICIO
                   SET W-EVENTO-FIM TO TRUE
                   PERFORM 061000-EMITIR-EVENTO
      *
               WHEN CCS001-ATIVO
                AND CCS001-DT-INICIO EQUAL W-DT-MOVIMENTO
                   SET W-EVENTO-INICIO TO TRUE
                   MOVE CCS001-NR-RMS-INICIO TO W-NR-RMS-ANTERIOR
                   PERFORM 063000-INFORMAR-JA-ENVIADO
      *
               WHEN CCS001-ENCERRADO
                AND CCS001-DT-FIM EQUAL W-DT-MOVIMENTO
                   MOVE CCS001-DT-INICIO TO W-VNC-DT-INICIO
                   SET W-EVENTO-FIM TO TRUE
                   MOVE CCS001-NR-RMS-FIM TO W-NR-RMS-ANTERIOR
                   PERFORM 063000-INFORMAR-JA-ENVIADO
      *
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      *
       060000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       061000-EMITIR-EVENTO SECTION.
      *------------------------------------------------------------------------
      * Entrada: W-VINCULO / W-TP-EVENTO / W-CCS-ACHOU (CCS001-REGISTRO
      *          lido quando o relacionamento ja existe)
      *
      * sem a agencia em AGE001 o evento nao vai ao CCS e fica
      * pendente - CCS001 nao eh atualizado, e a proxima execucao o
      * encontra de novo
      *
           ADD 1 TO W-QT-EVT-ENCONTRADOS
      *
           MOVE "N" TO W-AGE-ACHOU
      *
           IF W-AGE001-DISPONIVEL-SIM
               MOVE W-VNC-AG TO AGE001-NR-AG
               READ AGE001
                   KEY IS AGE001-NR-AG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET W-AGE-ACHOU-SIM TO TRUE
               END-READ
           END-IF
      *
           IF NOT W-AGE-ACHOU-SIM
               ADD 1 TO W-QT-EVT-PENDENTES
               MOVE "PENDENTE - AG. S/ CADAST" TO W-SITUACAO
               PERFORM 062000-IMPRIMIR-EVENTO
           ELSE
               ADD 1 TO W-QT-DETALHES
      *
               INITIALIZE REG-CCS-DETALHE
               SET CCS-REG-DETALHE      TO TRUE
               MOVE W-QT-DETALHES       TO CCS-DET-NR-SEQ
               MOVE W-TP-EVENTO         TO CCS-DET-TP-EVENTO
               MOVE "F"                 TO CCS-DET-TP-PESSOA
               MOVE W-VNC-CPF           TO CCS-DET-CPF
               MOVE W-VNC-NM            TO CCS-DET-NM
               MOVE W-VNC-TP            TO CCS-DET-TP-VNC
               MOVE W-VNC-AG            TO CCS-DET-AG
               MOVE AGE001-DV-AG        TO CCS-DET-DV-AG
               MOVE W-VNC-CT            TO CCS-DET-CT
               MOVE W-VNC-DV-CT         TO CCS-DET-DV-CT
               MOVE W-VNC-DT-INICIO     TO CCS-DET-DT-INICIO
               MOVE W-VNC-DT-FIM        TO CCS-DET-DT-FIM
               WRITE REG-CCS
      *
               ADD 1 TO W-QT-EVT-ENVIADOS
               IF W-EVENTO-INICIO
                   ADD 1 TO W-QT-INICIOS
               ELSE
                   ADD 1 TO W-QT-FINS
               END-IF
      *
               PERFORM 065000-GRAVAR-CONTROLE
      *
               MOVE "ENVIADO" TO W-SITUACAO
               PERFORM 062000-IMPRIMIR-EVENTO
           END-IF
           .
      *
       061000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       062000-IMPRIMIR-EVENTO SECTION.
      *------------------------------------------------------------------------
      * Entrada: W-VINCULO / W-TP-EVENTO / W-SITUACAO
      *
           MOVE W-VNC-AG  TO WLE-AG
           MOVE W-VNC-CT  TO WLE-CT
      *
           MOVE W-VNC-CPF TO W-CPF-NUM
           MOVE SPACES    TO W-CPF-EDITADO
           STRING W-CPF-P1 "." W-CPF-P2 "." W-CPF-P3 "-" W-CPF-DV
                  DELIMITED BY SIZE INTO W-CPF-EDITADO
           MOVE W-CPF-EDITADO TO WLE-CPF
      *
           MOVE W-VNC-NM  TO WLE-NM
      *
           IF W-VNC-TP EQUAL "1"
               MOVE "TITULAR"    TO WLE-VINCULO
           ELSE
               MOVE "CO-TITULAR" TO WLE-VINCULO
           END-IF
      *
           IF W-EVENTO-INICIO
               MOVE "INICIO"     TO WLE-EVENTO
           ELSE
               MOVE "FIM"        TO WLE-EVENTO
           END-IF
      *
           MOVE W-VNC-DT-INICIO TO W-DT-ENTRADA
           PERFORM 066000-EDITAR-DATA
           MOVE W-DT-EDITADA    TO WLE-DT-INICIO
      *
           MOVE W-VNC-DT-FIM    TO W-DT-ENTRADA
           PERFORM 066000-EDITAR-DATA
           MOVE W-DT-EDITADA    TO WLE-DT-FIM
      *
           MOVE W-SITUACAO      TO WLE-SITUACAO
           WRITE REL-CCS-LINHA FROM W-LINHA-EVENTO
           .
      *
       062000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       063000-INFORMAR-JA-ENVIADO SECTION.
      *------------------------------------------------------------------------
      * Entrada: W-VINCULO / W-TP-EVENTO / W-NR-RMS-ANTERIOR
      *
      * evento da data de movimento ja enviado em remessa anterior -
      * a reexecucao o encontra de novo, mas nao o reenvia
      *
           ADD 1 TO W-QT-EVT-ENCONTRADOS
           ADD 1 TO W-QT-EVT-JA-ENVIADOS
      *
           MOVE SPACES TO W-SITUACAO
           STRING "JA ENVIADO - RMS " W-NR-RMS-ANTERIOR
                  DELIMITED BY SIZE INTO W-SITUACAO
           PERFORM 062000-IMPRIMIR-EVENTO
           .
      *
       063000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       065000-GRAVAR-CONTROLE SECTION.
      *------------------------------------------------------------------------
      * Entrada: W-VINCULO / W-TP-EVENTO / W-CCS-ACHOU
      *
      * registra em CCS001 o evento enviado nesta remessa - o inicio
      * regrava o relacionamento inteiro (inclusive o fim, quando ele
      * ja nasce encerrado) e o fim apenas o encerra
      *
           IF W-EVENTO-INICIO
               MOVE W-VNC-AG            TO CCS001-AG
               MOVE W-VNC-CT            TO CCS001-CT
               MOVE W-VNC-CPF           TO CCS001-CPF
               MOVE W-VNC-NM            TO CCS001-NM
               MOVE W-VNC-TP            TO CCS001-TP-VNC
               MOVE W-VNC-DT-INICIO     TO CCS001-DT-INICIO
               MOVE W-DT-MOVIMENTO      TO CCS001-DT-ENVIO-INICIO
               MOVE W-NR-REMESSA        TO CCS001-NR-RMS-INICIO
               MOVE W-VNC-DT-FIM        TO CCS001-DT-FIM
               IF W-VNC-DT-FIM EQUAL ZEROS
                   SET CCS001-ATIVO     TO TRUE
                   MOVE ZEROS           TO CCS001-DT-ENVIO-FIM
                   MOVE ZEROS           TO CCS001-NR-RMS-FIM
               ELSE
                   SET CCS001-ENCERRADO TO TRUE
                   MOVE W-DT-MOVIMENTO  TO CCS001-DT-ENVIO-FIM
                   MOVE W-NR-REMESSA    TO CCS001-NR-RMS-FIM
               END-IF
           ELSE
               SET CCS001-ENCERRADO     TO TRUE
               MOVE W-VNC-DT-FIM        TO CCS001-DT-FIM
               MOVE W-DT-MOVIMENTO      TO CCS001-DT-ENVIO-FIM
               MOVE W-NR-REMESSA        TO CCS001-NR-RMS-FIM
           END-IF
      *
           IF W-CCS-ACHOU-SIM
               REWRITE CCS001-REGISTRO
                   INVALID KEY
                       DISPLAY "CTCS0029 - Erro ao atualizar CCS001 "
                           "para " CCS001-AG "/" CCS001-CT " CPF "
                           CCS001-CPF " - FILE-STATUS="
                           W-FILE-STATUS-CCS001
               END-REWRITE
           ELSE
               WRITE CCS001-REGISTRO
                   INVALID KEY
                       DISPLAY "CTCS0029 - Erro ao gravar CCS001 "
                           "para " CCS001-AG "/" CCS001-CT " CPF "
                           CCS001-CPF " - FILE-STATUS="
                           W-FILE-STATUS-CCS001
               END-WRITE
           END-IF
           .
      *
       065000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       066000-EDITAR-DATA SECTION.
      *------------------------------------------------------------------------
      * Entrada: W-DT-ENTRADA (AAAAMMDD)
      * Saida..: W-DT-EDITADA (DD/MM/AAAA, ou brancos se zerada)
      *
           MOVE SPACES TO W-DT-EDITADA
      *
           IF W-DT-ENTRADA NOT EQUAL ZEROS
               STRING W-DT-ENTRADA(7:2) "/" W-DT-ENTRADA(5:2) "/"
                      W-DT-ENTRADA(1:4)
                      DELIMITED BY SIZE INTO W-DT-EDITADA
           END-IF
           .
      *
       066000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       070000-ENCERRAR-REMESSA SECTION.
      *------------------------------------------------------------------------
      *
           INITIALIZE REG-CCS-TRAILER
           SET CCS-REG-TRAILER        TO TRUE
           MOVE W-NR-REMESSA          TO CCS-TRL-NR-REMESSA
           MOVE W-QT-DETALHES         TO CCS-TRL-QT-DETALHES
           MOVE W-QT-INICIOS          TO CCS-TRL-QT-INICIOS
           MOVE W-QT-FINS             TO CCS-TRL-QT-FINS
           WRITE REG-CCS
           .
      *
       070000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       080000-EMITIR-CONCILIACAO SECTION.
      *------------------------------------------------------------------------
      * confronta os eventos encontrados com os registros enviados e
      * os relacionamentos ativos do cadastro com os ativos ja
      * informados ao CCS
      *
           WRITE REL-CCS-LINHA FROM W-LINHA-BRANCO
           MOVE "CONCILIACAO - EVENTOS ENCONTRADOS X REGISTROS ENVIADOS"
               TO REL-CCS-LINHA
           WRITE REL-CCS-LINHA
           WRITE REL-CCS-LINHA FROM W-LINHA-BRANCO
      *
           MOVE SPACES TO WLQ-COMPLEMENTO
      *
           MOVE "EVENTOS ENCONTRADOS" TO WLQ-TITULO
           MOVE W-QT-EVT-ENCONTRADOS TO WLQ-QT
           WRITE REL-CCS-LINHA FROM W-LINHA-QT
      *
           MOVE "ENVIADOS NESTA REMESSA" TO WLQ-TITULO
           MOVE W-QT-EVT-ENVIADOS TO WLQ-QT
           WRITE REL-CCS-LINHA FROM W-LINHA-QT
      *
           MOVE "  INICIOS DE RELACIONAMENTO" TO WLQ-TITULO
           MOVE W-QT-INICIOS TO WLQ-QT
           WRITE REL-CCS-LINHA FROM W-LINHA-QT
      *
           MOVE "  FINS DE RELACIONAMENTO" TO WLQ-TITULO
           MOVE W-QT-FINS TO WLQ-QT
           WRITE REL-CCS-LINHA FROM W-LINHA-QT
      *
           MOVE "JA ENVIADOS EM REMESSA ANTERIOR" TO WLQ-TITULO
           MOVE W-QT-EVT-JA-ENVIADOS TO WLQ-QT
           WRITE REL-CCS-LINHA FROM W-LINHA-QT
      *
           MOVE "PENDENTES (AGENCIA SEM CADASTRO)" TO WLQ-TITULO
           MOVE W-QT-EVT-PENDENTES TO WLQ-QT
           WRITE REL-CCS-LINHA FROM W-LINHA-QT
      *
           MOVE "DETALHES GRAVADOS NO ARQUIVO DO CCS" TO WLQ-TITULO
           MOVE W-QT-DETALHES TO WLQ-QT
           ADD W-QT-EVT-ENVIADOS W-QT-EVT-JA-ENVIADOS
               W-QT-EVT-PENDENTES GIVING W-QT-ENVIADOS-MAIS-ANT
           IF W-QT-DETALHES EQUAL W-QT-EVT-ENVIADOS
              AND W-QT-ENVIADOS-MAIS-ANT EQUAL W-QT-EVT-ENCONTRADOS
               MOVE "CONFERE" TO WLQ-COMPLEMENTO
           ELSE
               MOVE "DIVERGENTE" TO WLQ-COMPLEMENTO
           END-IF
           WRITE REL-CCS-LINHA FROM W-LINHA-QT
      *
           MOVE SPACES TO WLQ-COMPLEMENTO
           WRITE REL-CCS-LINHA FROM W-LINHA-BRANCO
      *
           MOVE "VINCULOS ATIVOS NO CADASTRO" TO WLQ-TITULO
           MOVE W-QT-VNC-CADASTRO TO WLQ-QT
           WRITE REL-CCS-LINHA FROM W-LINHA-QT
      *
           MOVE "VINCULOS ATIVOS INFORMADOS AO CCS" TO WLQ-TITULO
           MOVE W-QT-VNC-INFORMADOS TO WLQ-QT
           IF W-QT-VNC-INFORMADOS EQUAL W-QT-VNC-CADASTRO
               MOVE "CONFERE" TO WLQ-COMPLEMENTO
           ELSE
               MOVE "DIVERGENTE" TO WLQ-COMPLEMENTO
           END-IF
           WRITE REL-CCS-LINHA FROM W-LINHA-QT
      *
           MOVE SPACES TO WLQ-COMPLEMENTO
           MOVE "CO-TITULARES SEM CONTA EM ARQ-CONTAS" TO WLQ-TITULO
           MOVE W-QT-TIT-SEM-CONTA TO WLQ-QT
           WRITE REL-CCS-LINHA FROM W-LINHA-QT
      *
           DISPLAY "CTCS0029 - Arquivo do CCS gerado."
           .
      *
       080000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       090000-REGISTRAR-FIM-RUN SECTION.
      *------------------------------------------------------------------------
      * marca em RUN001 o fim desta execucao, com o timestamp e a
      * quantidade de eventos enviados - nada a marcar se o inicio nao
      * chegou a ser registrado (ex.: abortada por conflito)
      *
           IF W-RUN-REGISTRADO-SIM
               MOVE W-RUN-CHAVE-JOB TO RUN001-CHAVE
      *
               READ RUN001
                   KEY IS RUN001-CHAVE
                   INVALID KEY
                       DISPLAY "CTCS0029 - Erro ao reler o registro "
                           "de execucao em RUN001 - FILE-STATUS="
                           W-FILE-STATUS-RUN001
                   NOT INVALID KEY
                       SET RUN001-FINALIZADO TO TRUE
                       MOVE FUNCTION CURRENT-DATE TO W-TS-CRR
                       MOVE W-TS-CRR(1:16)    TO RUN001-TS-FIM
                       MOVE W-QT-EVT-ENVIADOS TO RUN001-QT-REGISTROS
                       REWRITE RUN001-REGISTRO
                           INVALID KEY
                               DISPLAY "CTCS0029 - Erro ao finalizar "
                                   "o registro de execucao em RUN001 "
                                   "- FILE-STATUS="
                                   W-FILE-STATUS-RUN001
                       END-REWRITE
               END-READ
      *
               MOVE "N" TO W-RUN-REGISTRADO
               CLOSE RUN001
           END-IF
           .
      *
       090000-SAIR.
           EXIT SECTION
           .
