      *------------------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------------------------------------------------
       PROGRAM-ID. CTCS0035.
      *------------------------------------------------------------------------
      * PROGRAMADOR: Mateus Barbosa da Silva
      * SIGLA......: CTC - Controle de Contas
      * OBJETIVO...: Carga inicial do cadastro de clientes CLI001 a
      * partir das contas ativas de ARQ-CONTAS (titular, com nome e
      * nascimento) e das co-titularidades de TIT001 (co-titular, com
      * nome) - cria em CLI001 o cliente de cada CPF que ainda nao
      * tem cadastro, com a data da carga como inclusao e a ultima
      * atualizacao em zeros, para que o recadastramento do CTCS0034
      * alcance tambem os clientes anteriores ao CTCS0033; endereco,
      * telefone, ocupacao e renda ficam para a alteracao do cadastro
      * no CTCS0033. CPF ja cadastrado nao eh alterado, de modo que a
      * carga pode ser reexecutada sem efeito sobre quem ja esta em
      * CLI001
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
       SELECT ARQ-CONTAS
           ASSIGN TO CAMINHO-ARQ-CONTAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REGISTRO-GERAL-CONTAS
           ALTERNATE RECORD KEY IS CPF WITH DUPLICATES
           FILE STATUS IS STATUS-ARQ-CONTAS
           .
      *
      * titularidade das contas conjuntas, mantida pelo CTCS0001 - os
      * co-titulares tambem precisam de cadastro de cliente
      *
       SELECT TIT001
           ASSIGN TO CAMINHO-ARQ-TIT001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS TIT001-ID-TIT
           FILE STATUS  IS W-FILE-STATUS-TIT001
           .
      *
       SELECT CLI001
           ASSIGN TO CAMINHO-ARQ-CLI001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CLI001-CPF
           FILE STATUS  IS W-FILE-STATUS-CLI001
           .
      *
      * controle de execucao dos jobs que compartilham as bases -
      * cada execucao registra inicio e fim com timestamp e contador
      * de registros; job conflitante em andamento aborta a execucao
      * em vez de abrir as bases em concorrencia
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
           ASSIGN TO 'CTCS0035.PRM'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-ARQ-PARM
           .
      *------------------------------------------------------------------------
       DATA DIVISION.
      *------------------------------------------------------------------------
       FILE SECTION.
      *------------------------------------------------------------------------
      *
       FD  ARQ-CONTAS.
      *
       01  REGISTRO-GERAL-CONTAS.
           03  ID-CONTA          PIC  9(008).
           03  RESTANTE          PIC  X(096).
      *
       01  REGISTRO-CONTAS REDEFINES REGISTRO-GERAL-CONTAS.
           03  AGENCIA           PIC  9(008).
           03  CONTA             PIC  9(008).
           03  DV-AGENCIA        PIC  X(001).
           03  DV-CONTA          PIC  X(001).
           03  NOME              PIC  X(040).
           03  CPF               PIC  9(011).
           03  DATA-NASCIMENTO   PIC  X(008).
           03  SALDO             PIC  9(008)V99.
           03  SITUACAO-CONTA    PIC  X(001).
               88  CONTA-ATIVA               VALUE "A".
               88  CONTA-ENCERRADA           VALUE "E".
      * data de abertura e data de encerramento da conta (AAAAMMDD)
      * - o encerramento fica em zeros enquanto a conta esta ativa
           03  DATA-ABERTURA     PIC  X(008).
           03  DATA-ENCERRAMENTO PIC  X(008).
      *
      *------------------------------------------------------------------------
       FD TIT001.
      *------------------------------------------------------------------------
      * mesmo layout declarado no CTCS0001
      *
       01  TIT001-REGISTRO.
           03  TIT001-ID-TIT.
               05  TIT001-AG                  PIC  9(004).
               05  TIT001-CT                  PIC  9(008).
               05  TIT001-CPF                 PIC  9(011).
           03  TIT001-NM                      PIC  X(040).
           03  TIT001-TP-TIT                  PIC  X(001).
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
       FD RUN001.
      *------------------------------------------------------------------------
      * mesmo layout declarado no CTCS0004 - um registro por execucao
      * de job, chaveado pelo nome do job e pelo timestamp de inicio
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
       FD  ARQ-PARM.
      *
       01  REG-ARQ-PARM              PIC  X(100).
      *
      *------------------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *------------------------------------------------------------------------
       01  STATUS-ARQ-CONTAS         PIC  X(002) VALUE SPACES.
       01  STATUS-ARQ-PARM           PIC  X(002) VALUE SPACES.
       77  W-FILE-STATUS-TIT001      PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-CLI001      PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-RUN001      PIC  X(002) VALUE ZEROS.
      *
       01  CAMINHO-ARQ-CONTAS        PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-TIT001        PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-CLI001        PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-RUN001        PIC  X(100) VALUE SPACES.
      *
      * controle de execucao RUN001 - o registro desta execucao soh
      * eh finalizado se chegou a ser gravado
      *
       01  W-RUN-REGISTRADO          PIC  X(001) VALUE "N".
           88  W-RUN-REGISTRADO-SIM         VALUE "S".
      *
       01  W-FIM-ARQ-RUN001          PIC  X(001) VALUE "N".
           88  W-FIM-DE-ARQ-RUN001          VALUE "S".
      *
       01  W-RUN-CHAVE-JOB.
           03  W-RUN-NM-JOB              PIC  X(008).
           03  W-RUN-TS-INICIO           PIC  X(016).
      *
       01  W-TS-CRR.
           03  W-AA-CRR                  PIC  9(004).
           03  W-MM-CRR                  PIC  9(002).
           03  W-DD-CRR                  PIC  9(002).
           03  W-HH-CRR                  PIC  9(002).
           03  W-MNTO-CRR                PIC  9(002).
           03  W-SGDO-CRR                PIC  9(002).
           03  W-CTSG-CRR                PIC  9(002).
           03  W-DIF-HH-CRR              PIC  S9(004).
      *
       01  W-FIM-ARQ-CONTAS          PIC  X(001) VALUE "N".
           88  W-FIM-DE-ARQ-CONTAS           VALUE "S".
      *
       01  W-FIM-ARQ-TIT001          PIC  X(001) VALUE "N".
           88  W-FIM-DE-ARQ-TIT001           VALUE "S".
      *
      * cliente a incluir em CLI001, vindo do titular de ARQ-CONTAS
      * ou do co-titular de TIT001 (sem data de nascimento)
      *
       77  W-CPF-CARGA               PIC  9(011) VALUE ZEROS.
       77  W-NM-CARGA                PIC  X(040) VALUE SPACES.
       77  W-DT-NSC-CARGA            PIC  X(008) VALUE SPACES.
      *
       77  W-QT-CONTAS-LIDAS         PIC  9(006) VALUE ZEROS.
       77  W-QT-TITULARIDADES-LIDAS  PIC  9(006) VALUE ZEROS.
       77  W-QT-CLIENTES-INCLUIDOS   PIC  9(006) VALUE ZEROS.
       77  W-QT-CLIENTES-EXISTENTES  PIC  9(006) VALUE ZEROS.
      *
      * TIT001 soh existe depois do primeiro co-titular incluido pelo
      * CTCS0001 - sem ele, nao ha co-titular a carregar
      *
       01  W-TIT001-DISPONIVEL       PIC  X(001) VALUE "N".
           88  W-TIT001-DISPONIVEL-SIM      VALUE "S".
      *
      * sinaliza que as bases ja foram abertas com sucesso, para que
      * 000000-SAIR-PGM nao tente fechar arquivos que nunca chegaram
      * a ser abertos (ex.: erro na leitura da carta de controle)
      *
       01  W-ARQUIVOS-ABERTOS        PIC  X(001) VALUE "N".
           88  W-ARQUIVOS-ABERTOS-SIM     VALUE "S".
      *
      *------------------------------------------------------------------------
       PROCEDURE DIVISION.
      *------------------------------------------------------------------------
       000000-PRINCIPAL SECTION.
      *------------------------------------------------------------------------
      *
           PERFORM 010000-TRATAR-BASE-DADOS
           PERFORM 020000-CARREGAR-TITULARES
      *
           IF W-TIT001-DISPONIVEL-SIM
               PERFORM 030000-CARREGAR-CO-TITULARES
           END-IF
           .
      *
       000000-SAIR-PGM.
           DISPLAY "CTCS0035 - Contas lidas do cadastro.....: "
               W-QT-CONTAS-LIDAS
           DISPLAY "CTCS0035 - Co-titularidades lidas.......: "
               W-QT-TITULARIDADES-LIDAS
           DISPLAY "CTCS0035 - Clientes incluidos em CLI001.: "
               W-QT-CLIENTES-INCLUIDOS
           DISPLAY "CTCS0035 - CPF ja cadastrados em CLI001.: "
               W-QT-CLIENTES-EXISTENTES
      *
           IF W-ARQUIVOS-ABERTOS-SIM
               CLOSE ARQ-CONTAS CLI001
               IF W-TIT001-DISPONIVEL-SIM
                   CLOSE TIT001
               END-IF
           END-IF
      *
           PERFORM 090000-REGISTRAR-FIM-RUN
      *
           GOBACK
           .
      *------------------------------------------------------------------------
       010000-TRATAR-BASE-DADOS SECTION.
      *------------------------------------------------------------------------
      * le a carta de controle com os caminhos das bases de dados
      *
           OPEN INPUT ARQ-PARM
      *
           IF STATUS-ARQ-PARM NOT EQUAL "00"
               DISPLAY "CTCS0035 - Erro ao abrir a carta de controle "
                   "CTCS0035.PRM - STATUS-CODE=" STATUS-ARQ-PARM
               PERFORM 000000-SAIR-PGM
           END-IF
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-CONTAS
               AT END
                   DISPLAY "CTCS0035 - Carta de controle incompleta "
                       "- caminho de ARQ-CONTAS ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR-PGM
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-TIT001
               AT END
                   DISPLAY "CTCS0035 - Carta de controle incompleta "
                       "- caminho de TIT001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR-PGM
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-CLI001
               AT END
                   DISPLAY "CTCS0035 - Carta de controle incompleta "
                       "- caminho de CLI001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR-PGM
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-RUN001
               AT END
                   DISPLAY "CTCS0035 - Carta de controle incompleta "
                       "- caminho de RUN001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR-PGM
           END-READ
      *
           CLOSE ARQ-PARM
      *
      * antes de abrir as bases, confere o controle de execucao e
      * registra o inicio deste job
      *
           PERFORM 015000-REGISTRAR-INICIO-RUN
      *
           OPEN INPUT ARQ-CONTAS
      *
           IF STATUS-ARQ-CONTAS NOT EQUAL "00"
               DISPLAY "CTCS0035 - Erro ao abrir ARQ-CONTAS - "
                   "STATUS-CODE=" STATUS-ARQ-CONTAS
               PERFORM 000000-SAIR-PGM
           END-IF
      *
           OPEN I-O CLI001
      *
           IF W-FILE-STATUS-CLI001 EQUAL "35"
               CLOSE CLI001
               OPEN OUTPUT CLI001
               CLOSE CLI001
               OPEN I-O CLI001
           END-IF
      *
           IF W-FILE-STATUS-CLI001 NOT EQUAL "00"
               DISPLAY "CTCS0035 - Erro ao abrir CLI001 - "
                   "FILE-STATUS=" W-FILE-STATUS-CLI001
               CLOSE ARQ-CONTAS
               PERFORM 000000-SAIR-PGM
           END-IF
      *
           OPEN INPUT TIT001
      *
           IF W-FILE-STATUS-TIT001 EQUAL "00"
               SET W-TIT001-DISPONIVEL-SIM TO TRUE
           END-IF
      *
           SET W-ARQUIVOS-ABERTOS-SIM TO TRUE
           .
      *
       010000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       015000-REGISTRAR-INICIO-RUN SECTION.
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
           MOVE FUNCTION CURRENT-DATE TO W-TS-CRR
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
                           IF RUN001-NM-JOB EQUAL "CTCS0035"
      * registro de execucao anterior deste proprio job que caiu sem
      * finalizar - apenas avisa, pois a reexecucao eh legitima
                               DISPLAY "CTCS0035 - Aviso: execucao "
                                   "anterior iniciada em "
                                   RUN001-TS-INICIO " nao foi "
                                   "finalizada em RUN001."
                           ELSE
                               DISPLAY "CTCS0035 - Job "
                                   RUN001-NM-JOB " em execucao desde "
                                   RUN001-TS-INICIO " - execucao "
                                   "abortada para nao abrir as bases "
                                   "em concorrencia."
                               CLOSE RUN001
                               PERFORM 000000-SAIR-PGM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
      *
           MOVE "CTCS0035"      TO RUN001-NM-JOB
           MOVE W-TS-CRR(1:16)  TO RUN001-TS-INICIO
           SET RUN001-EM-EXECUCAO TO TRUE
           MOVE ZEROS           TO RUN001-TS-FIM
           MOVE ZEROS           TO RUN001-QT-REGISTROS
      *
           WRITE RUN001-REGISTRO
               INVALID KEY
                   DISPLAY "CTCS0035 - Erro ao registrar o inicio "
                       "da execucao em RUN001 - FILE-STATUS="
                       W-FILE-STATUS-RUN001
               NOT INVALID KEY
                   MOVE RUN001-CHAVE TO W-RUN-CHAVE-JOB
                   SET W-RUN-REGISTRADO-SIM TO TRUE
           END-WRITE
           .
      *
       015000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       020000-CARREGAR-TITULARES SECTION.
      *------------------------------------------------------------------------
      * percorre sequencialmente o cadastro de contas e inclui em
      * CLI001 o titular de cada conta ativa - a conta encerrada nao
      * tem cliente a recadastrar
      *
           MOVE "N" TO W-FIM-ARQ-CONTAS
           PERFORM UNTIL W-FIM-DE-ARQ-CONTAS
               READ ARQ-CONTAS NEXT
                   AT END
                       SET W-FIM-DE-ARQ-CONTAS TO TRUE
                   NOT AT END
                       ADD 1 TO W-QT-CONTAS-LIDAS
                       IF CONTA-ATIVA
                           MOVE CPF             TO W-CPF-CARGA
                           MOVE NOME            TO W-NM-CARGA
                           MOVE DATA-NASCIMENTO TO W-DT-NSC-CARGA
                           PERFORM 040000-INCLUIR-CLIENTE
                       END-IF
               END-READ
           END-PERFORM
           .
      *
       020000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       030000-CARREGAR-CO-TITULARES SECTION.
      *------------------------------------------------------------------------
      * percorre TIT001 e inclui em CLI001 o co-titular de cada conta
      * conjunta que continua ativa em ARQ-CONTAS - o titular
      * principal ja foi carregado pela conta
      *
           MOVE "N" TO W-FIM-ARQ-TIT001
           PERFORM UNTIL W-FIM-DE-ARQ-TIT001
               READ TIT001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ-TIT001 TO TRUE
                   NOT AT END
                       ADD 1 TO W-QT-TITULARIDADES-LIDAS
                       PERFORM 031000-VERIFICAR-CONTA-CONJUNTA
               END-READ
           END-PERFORM
           .
      *
       030000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       031000-VERIFICAR-CONTA-CONJUNTA SECTION.
      *------------------------------------------------------------------------
      * Entrada: TIT001-REGISTRO
      *
           MOVE TIT001-AG TO AGENCIA
           MOVE TIT001-CT TO CONTA
      *
           READ ARQ-CONTAS
               KEY IS ID-CONTA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CONTA-ATIVA
                       MOVE TIT001-CPF  TO W-CPF-CARGA
                       MOVE TIT001-NM   TO W-NM-CARGA
                       MOVE ZEROS       TO W-DT-NSC-CARGA
                       PERFORM 040000-INCLUIR-CLIENTE
                   END-IF
           END-READ
           .
      *
       031000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       040000-INCLUIR-CLIENTE SECTION.
      *------------------------------------------------------------------------
      * Entrada: W-CPF-CARGA / W-NM-CARGA / W-DT-NSC-CARGA
      *
      * o CPF com cadastro em CLI001 (incluido pelo CTCS0033 ou por
      * conta anterior nesta mesma carga) fica como esta
      *
           MOVE W-CPF-CARGA TO CLI001-CPF
      *
           READ CLI001
               KEY IS CLI001-CPF
               INVALID KEY
                   PERFORM 041000-GRAVAR-CLIENTE
               NOT INVALID KEY
                   ADD 1 TO W-QT-CLIENTES-EXISTENTES
           END-READ
           .
      *
       040000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       041000-GRAVAR-CLIENTE SECTION.
      *------------------------------------------------------------------------
      * a ultima atualizacao em zeros marca o cadastro como nao
      * recadastrado - o CTCS0034 o trata como vencido, contando a
      * carencia a partir da inclusao, e a alteracao no CTCS0033
      * completa os dados e grava a data
      *
           INITIALIZE CLI001-REGISTRO
      *
           MOVE W-CPF-CARGA     TO CLI001-CPF
           MOVE W-NM-CARGA      TO CLI001-NM
           MOVE W-DT-NSC-CARGA  TO CLI001-DT-NSC
           MOVE W-TS-CRR(1:8)   TO CLI001-DT-INCLUSAO
           MOVE ZEROS           TO CLI001-DT-ULT-ATUALIZACAO
           MOVE ZEROS           TO CLI001-MATR-OPER
      *
           WRITE CLI001-REGISTRO
               INVALID KEY
                   DISPLAY "CTCS0035 - Erro ao incluir o CPF "
                       CLI001-CPF " em CLI001 - FILE-STATUS="
                       W-FILE-STATUS-CLI001
               NOT INVALID KEY
                   ADD 1 TO W-QT-CLIENTES-INCLUIDOS
           END-WRITE
           .
      *
       041000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       090000-REGISTRAR-FIM-RUN SECTION.
      *------------------------------------------------------------------------
      * marca em RUN001 o fim desta execucao, com o timestamp e a
      * quantidade de clientes incluidos - nada a marcar se o inicio
      * nao chegou a ser registrado (ex.: abortada por conflito)
      *
           IF W-RUN-REGISTRADO-SIM
               MOVE W-RUN-CHAVE-JOB TO RUN001-CHAVE
      *
               READ RUN001
                   KEY IS RUN001-CHAVE
                   INVALID KEY
                       DISPLAY "CTCS0035 - Erro ao reler o registro "
                           "de execucao em RUN001 - FILE-STATUS="
                           W-FILE-STATUS-RUN001
                   NOT INVALID KEY
                       SET RUN001-FINALIZADO TO TRUE
                       MOVE FUNCTION CURRENT-DATE TO W-TS-CRR
                       MOVE W-TS-CRR(1:16) TO RUN001-TS-FIM
                       MOVE W-QT-CLIENTES-INCLUIDOS
                           TO RUN001-QT-REGISTROS
                       REWRITE RUN001-REGISTRO
                           INVALID KEY
                               DISPLAY "CTCS0035 - Erro ao finalizar "
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
