      *------------------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------------------------------------------------
       PROGRAM-ID. CTCS0032.
      *------------------------------------------------------------------------
      * PROGRAMADOR: Mateus Barbosa da Silva
      * SIGLA......: CTC - Controle de Contas
      * OBJETIVO...: Reorganizacao de DEP001, SAQ001, TRF001, TRX001 e
      * PAG001 - le os arquivos atuais, gravados no layout sem as
      * chaves alternativas, e grava novos arquivos no layout com a
      * chave alternativa agencia/conta + timestamp (em TRF001, uma
      * para a conta de origem e outra para a de destino; em TRX001,
      * a da conta de origem), preenchida a partir dos proprios
      * campos do lancamento. Execucao unica, com
      * o online e o batch parados; ao final, os arquivos novos
      * substituem os atuais nos caminhos das cartas de controle.
      * Arquivo atual inexistente (ex.: nenhuma transferencia feita
      * ate hoje) eh apenas informado e o novo nao eh gerado - o
      * CTCS0002 cria o arquivo no layout novo no primeiro lancamento
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
      * arquivos atuais, no layout anterior as chaves alternativas
      *
       SELECT DEP001A
           ASSIGN TO CAMINHO-ARQ-DEP001A
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS DEP001A-ID-DEP
           FILE STATUS  IS W-FILE-STATUS-DEP001A
           .
      *
       SELECT SAQ001A
           ASSIGN TO CAMINHO-ARQ-SAQ001A
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS SAQ001A-ID-SAQ
           FILE STATUS  IS W-FILE-STATUS-SAQ001A
           .
      *
       SELECT TRF001A
           ASSIGN TO CAMINHO-ARQ-TRF001A
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS TRF001A-ID-TRF
           FILE STATUS  IS W-FILE-STATUS-TRF001A
           .
      *
       SELECT TRX001A
           ASSIGN TO CAMINHO-ARQ-TRX001A
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS TRX001A-ID-TRX
           FILE STATUS  IS W-FILE-STATUS-TRX001A
           .
      *
       SELECT PAG001A
           ASSIGN TO CAMINHO-ARQ-PAG001A
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS PAG001A-ID-PAG
           FILE STATUS  IS W-FILE-STATUS-PAG001A
           .
      *
      * arquivos novos, no layout com as chaves alternativas - gravados
      * na ordem do ID, a mesma da leitura dos arquivos atuais
      *
       SELECT DEP001
           ASSIGN TO CAMINHO-ARQ-DEP001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS DEP001-ID-DEP
           ALTERNATE RECORD KEY IS DEP001-CHAVE-CT WITH DUPLICATES
           FILE STATUS  IS W-FILE-STATUS-DEP001
           .
      *
       SELECT SAQ001
           ASSIGN TO CAMINHO-ARQ-SAQ001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS SAQ001-ID-SAQ
           ALTERNATE RECORD KEY IS SAQ001-CHAVE-CT WITH DUPLICATES
           FILE STATUS  IS W-FILE-STATUS-SAQ001
           .
      *
       SELECT TRF001
           ASSIGN TO CAMINHO-ARQ-TRF001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS TRF001-ID-TRF
           ALTERNATE RECORD KEY IS TRF001-CHAVE-ORIG WITH DUPLICATES
           ALTERNATE RECORD KEY IS TRF001-CHAVE-DEST WITH DUPLICATES
           FILE STATUS  IS W-FILE-STATUS-TRF001
           .
      *
       SELECT TRX001
           ASSIGN TO CAMINHO-ARQ-TRX001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS TRX001-ID-TRX
           ALTERNATE RECORD KEY IS TRX001-CHAVE-ORIG WITH DUPLICATES
           FILE STATUS  IS W-FILE-STATUS-TRX001
           .
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
      * controle de execucao dos jobs que compartilham as bases - a
      * reorganizacao nao pode correr junto com nenhum outro job que
      * abra os arquivos de lancamento
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
           ASSIGN TO 'CTCS0032.PRM'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FILE-STATUS-ARQ-PARM
           .
      *
      *------------------------------------------------------------------------
       DATA DIVISION.
      *------------------------------------------------------------------------
       FILE SECTION.
      *------------------------------------------------------------------------
       FD DEP001A.
      *------------------------------------------------------------------------
      * layout de DEP001 anterior a chave alternativa
      *
       01  DEP001A-REGISTRO.
           03  DEP001A-ID-DEP                  PIC  9(018).
           03  DEP001A-CT-CLI                  PIC  9(008).
           03  DEP001A-AG-CLI                  PIC  9(008).
           03  DEP001A-VL-DEP                  PIC  9(015)V99.
           03  DEP001A-TS-DEP                  PIC  X(016).
           03  DEP001A-FL-ESTORNADO            PIC  X(001).
           03  DEP001A-MATR-OPER               PIC  9(006).
      *
      *------------------------------------------------------------------------
       FD SAQ001A.
      *------------------------------------------------------------------------
      * layout de SAQ001 anterior a chave alternativa
      *
       01  SAQ001A-REGISTRO.
           03  SAQ001A-ID-SAQ                   PIC  9(018).
           03  SAQ001A-CT-CLI                   PIC  9(008).
           03  SAQ001A-AG-CLI                   PIC  9(008).
           03  SAQ001A-VL-SAQ                   PIC  9(015)V99.
           03  SAQ001A-TS-SAQ                   PIC  X(016).
           03  SAQ001A-FL-ESTORNADO             PIC  X(001).
           03  SAQ001A-MATR-OPER                PIC  9(006).
      *
      *------------------------------------------------------------------------
       FD TRF001A.
      *------------------------------------------------------------------------
      * layout de TRF001 anterior as chaves alternativas
      *
       01  TRF001A-REGISTRO.
           03  TRF001A-ID-TRF                   PIC  9(018).
           03  TRF001A-CT-ORIG                  PIC  9(008).
           03  TRF001A-AG-ORIG                  PIC  9(008).
           03  TRF001A-CT-DEST                  PIC  9(008).
           03  TRF001A-AG-DEST                  PIC  9(008).
           03  TRF001A-VL-TRF                   PIC  9(015)V99.
           03  TRF001A-TS-TRF                   PIC  X(016).
      *
      *------------------------------------------------------------------------
       FD TRX001A.
      *------------------------------------------------------------------------
      * layout de TRX001 anterior a chave alternativa
      *
       01  TRX001A-REGISTRO.
           03  TRX001A-ID-TRX                   PIC  9(018).
           03  TRX001A-AG-ORIG                  PIC  9(004).
           03  TRX001A-CT-ORIG                  PIC  9(008).
           03  TRX001A-BCO-DEST                 PIC  9(003).
           03  TRX001A-AG-DEST                  PIC  9(004).
           03  TRX001A-CT-DEST                  PIC  9(008).
           03  TRX001A-VL-TRX                   PIC  9(015)V99.
           03  TRX001A-TS-TRX                   PIC  X(016).
           03  TRX001A-ST-TRX                   PIC  X(001).
           03  TRX001A-DT-REMESSA               PIC  X(008).
           03  TRX001A-DT-RETORNO               PIC  X(008).
      *
      *------------------------------------------------------------------------
       FD PAG001A.
      *------------------------------------------------------------------------
      * layout de PAG001 anterior a chave alternativa
      *
       01  PAG001A-REGISTRO.
           03  PAG001A-ID-PAG                   PIC  9(018).
           03  PAG001A-AG-CLI                   PIC  9(004).
           03  PAG001A-CT-CLI                   PIC  9(008).
           03  PAG001A-TP-DOCUMENTO             PIC  X(001).
           03  PAG001A-CD-BARRAS                PIC  X(044).
           03  PAG001A-CD-CONVENENTE            PIC  9(004).
           03  PAG001A-VL-PAG                   PIC  9(015)V99.
           03  PAG001A-DT-VENC                  PIC  X(008).
           03  PAG001A-TS-PAG                   PIC  X(016).
           03  PAG001A-ST-PAG                   PIC  X(001).
           03  PAG001A-DT-REPASSE               PIC  X(008).
           03  PAG001A-MATR-OPER                PIC  9(006).
      *
      *------------------------------------------------------------------------
       FD DEP001.
      *------------------------------------------------------------------------
      *
       01  DEP001-REGISTRO.
           03  DEP001-ID-DEP                   PIC  9(018).
           03  DEP001-CT-CLI                   PIC  9(008).
           03  DEP001-AG-CLI                   PIC  9(008).
           03  DEP001-VL-DEP                   PIC  9(015)V99.
           03  DEP001-TS-DEP                   PIC  X(016).
           03  DEP001-FL-ESTORNADO             PIC  X(001).
               88  DEP001-ESTORNADO                   VALUE "S".
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
      *------------------------------------------------------------------------
      *
       01  SAQ001-REGISTRO.
           03  SAQ001-ID-SAQ                    PIC  9(018).
           03  SAQ001-CT-CLI                    PIC  9(008).
           03  SAQ001-AG-CLI                    PIC  9(008).
           03  SAQ001-VL-SAQ                    PIC  9(015)V99.
           03  SAQ001-TS-SAQ                    PIC  X(016).
           03  SAQ001-FL-ESTORNADO              PIC  X(001).
               88  SAQ001-ESTORNADO                    VALUE "S".
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
      *------------------------------------------------------------------------
      *
       01  TRF001-REGISTRO.
           03  TRF001-ID-TRF                    PIC  9(018).
           03  TRF001-CT-ORIG                   PIC  9(008).
           03  TRF001-AG-ORIG                   PIC  9(008).
           03  TRF001-CT-DEST                   PIC  9(008).
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
       FD TRX001.
      *------------------------------------------------------------------------
      *
       01  TRX001-REGISTRO.
           03  TRX001-ID-TRX                    PIC  9(018).
           03  TRX001-AG-ORIG                   PIC  9(004).
           03  TRX001-CT-ORIG                   PIC  9(008).
           03  TRX001-BCO-DEST                  PIC  9(003).
           03  TRX001-AG-DEST                   PIC  9(004).
           03  TRX001-CT-DEST                   PIC  9(008).
           03  TRX001-VL-TRX                    PIC  9(015)V99.
           03  TRX001-TS-TRX                    PIC  X(016).
           03  TRX001-ST-TRX                    PIC  X(001).
               88  TRX001-PENDENTE-REMESSA             VALUE "P".
               88  TRX001-REMETIDA                     VALUE "R".
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
       FD PAG001.
      *------------------------------------------------------------------------
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
       WORKING-STORAGE SECTION.
      *------------------------------------------------------------------------
      *
       77  W-FILE-STATUS-DEP001A               PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-SAQ001A               PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-TRF001A               PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-TRX001A               PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-PAG001A               PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-DEP001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-SAQ001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-TRF001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-TRX001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-PAG001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-RUN001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-ARQ-PARM              PIC  X(002) VALUE ZEROS.
      *
       77  CAMINHO-ARQ-DEP001A                 PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-SAQ001A                 PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-TRF001A                 PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-TRX001A                 PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-PAG001A                 PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-DEP001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-SAQ001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-TRF001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-TRX001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-PAG001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-RUN001                  PIC  X(100) VALUE SPACES.
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
      * contadores de cada arquivo - lidos do atual e gravados no novo
      * precisam bater ao final
      *
       77  W-QT-LIDOS-DEP001                   PIC  9(009) VALUE ZEROS.
       77  W-QT-GRAVADOS-DEP001                PIC  9(009) VALUE ZEROS.
       77  W-QT-LIDOS-SAQ001                   PIC  9(009) VALUE ZEROS.
       77  W-QT-GRAVADOS-SAQ001                PIC  9(009) VALUE ZEROS.
       77  W-QT-LIDOS-TRF001                   PIC  9(009) VALUE ZEROS.
       77  W-QT-GRAVADOS-TRF001                PIC  9(009) VALUE ZEROS.
       77  W-QT-LIDOS-TRX001                   PIC  9(009) VALUE ZEROS.
       77  W-QT-GRAVADOS-TRX001                PIC  9(009) VALUE ZEROS.
       77  W-QT-LIDOS-PAG001                   PIC  9(009) VALUE ZEROS.
       77  W-QT-GRAVADOS-PAG001                PIC  9(009) VALUE ZEROS.
       77  W-QT-GRAVADOS-TOTAL                 PIC  9(009) VALUE ZEROS.
      *
      * arquivo atual aberto (e o novo correspondente criado) - o
      * arquivo atual inexistente nao tem o que reorganizar
      *
       01  W-DEP001-ABERTO                     PIC  X(001) VALUE "N".
           88  W-DEP001-ABERTO-SIM                    VALUE "S".
       01  W-SAQ001-ABERTO                     PIC  X(001) VALUE "N".
           88  W-SAQ001-ABERTO-SIM                    VALUE "S".
       01  W-TRF001-ABERTO                     PIC  X(001) VALUE "N".
           88  W-TRF001-ABERTO-SIM                    VALUE "S".
       01  W-TRX001-ABERTO                     PIC  X(001) VALUE "N".
           88  W-TRX001-ABERTO-SIM                    VALUE "S".
       01  W-PAG001-ABERTO                     PIC  X(001) VALUE "N".
           88  W-PAG001-ABERTO-SIM                    VALUE "S".
      *
      *------------------------------------------------------------------------
       PROCEDURE DIVISION.
      *------------------------------------------------------------------------
       000000-PRINCIPAL SECTION.
      *------------------------------------------------------------------------
      *
           PERFORM 005000-OBTER-TS
           PERFORM 010000-OBTER-PARAMETROS
           PERFORM 018000-REGISTRAR-INICIO-RUN
           PERFORM 030000-REORGANIZAR-DEP001
           PERFORM 040000-REORGANIZAR-SAQ001
           PERFORM 050000-REORGANIZAR-TRF001
           PERFORM 060000-REORGANIZAR-TRX001
           PERFORM 070000-REORGANIZAR-PAG001
      *
           DISPLAY "CTCS0032 - Reorganizacao concluida - substituir "
               "os arquivos atuais pelos novos antes de liberar o "
               "online."
           .
      *
       000000-SAIR.
           DISPLAY "CTCS0032 - DEP001 lidos.....: " W-QT-LIDOS-DEP001
               " / gravados: " W-QT-GRAVADOS-DEP001
           DISPLAY "CTCS0032 - SAQ001 lidos.....: " W-QT-LIDOS-SAQ001
               " / gravados: " W-QT-GRAVADOS-SAQ001
           DISPLAY "CTCS0032 - TRF001 lidos.....: " W-QT-LIDOS-TRF001
               " / gravados: " W-QT-GRAVADOS-TRF001
           DISPLAY "CTCS0032 - TRX001 lidos.....: " W-QT-LIDOS-TRX001
               " / gravados: " W-QT-GRAVADOS-TRX001
           DISPLAY "CTCS0032 - PAG001 lidos.....: " W-QT-LIDOS-PAG001
               " / gravados: " W-QT-GRAVADOS-PAG001
      *
           IF W-DEP001-ABERTO-SIM
               CLOSE DEP001A DEP001
               MOVE "N" TO W-DEP001-ABERTO
           END-IF
      *
           IF W-SAQ001-ABERTO-SIM
               CLOSE SAQ001A SAQ001
               MOVE "N" TO W-SAQ001-ABERTO
           END-IF
      *
           IF W-TRF001-ABERTO-SIM
               CLOSE TRF001A TRF001
               MOVE "N" TO W-TRF001-ABERTO
           END-IF
      *
           IF W-TRX001-ABERTO-SIM
               CLOSE TRX001A TRX001
               MOVE "N" TO W-TRX001-ABERTO
           END-IF
      *
           IF W-PAG001-ABERTO-SIM
               CLOSE PAG001A PAG001
               MOVE "N" TO W-PAG001-ABERTO
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
      * le a carta de controle com os caminhos dos arquivos atuais e
      * dos arquivos novos, aos pares, e do controle de execucao
      *
           OPEN INPUT ARQ-PARM
      *
           IF W-FILE-STATUS-ARQ-PARM NOT EQUAL "00"
               DISPLAY "CTCS0032 - Erro ao abrir a carta de controle "
                   "CTCS0032.PRM - FILE-STATUS=" W-FILE-STATUS-ARQ-PARM
               PERFORM 000000-SAIR
           END-IF
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-DEP001A
               AT END
                   DISPLAY "CTCS0032 - Carta de controle incompleta "
                       "- caminho do DEP001 atual ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-DEP001
               AT END
                   DISPLAY "CTCS0032 - Carta de controle incompleta "
                       "- caminho do DEP001 novo ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-SAQ001A
               AT END
                   DISPLAY "CTCS0032 - Carta de controle incompleta "
                       "- caminho do SAQ001 atual ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-SAQ001
               AT END
                   DISPLAY "CTCS0032 - Carta de controle incompleta "
                       "- caminho do SAQ001 novo ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-TRF001A
               AT END
                   DISPLAY "CTCS0032 - Carta de controle incompleta "
                       "- caminho do TRF001 atual ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-TRF001
               AT END
                   DISPLAY "CTCS0032 - Carta de controle incompleta "
                       "- caminho do TRF001 novo ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-TRX001A
               AT END
                   DISPLAY "CTCS0032 - Carta de controle incompleta "
                       "- caminho do TRX001 atual ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-TRX001
               AT END
                   DISPLAY "CTCS0032 - Carta de controle incompleta "
                       "- caminho do TRX001 novo ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-PAG001A
               AT END
                   DISPLAY "CTCS0032 - Carta de controle incompleta "
                       "- caminho do PAG001 atual ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-PAG001
               AT END
                   DISPLAY "CTCS0032 - Carta de controle incompleta "
                       "- caminho do PAG001 novo ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-RUN001
               AT END
                   DISPLAY "CTCS0032 - Carta de controle incompleta "
                       "- caminho de RUN001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           CLOSE ARQ-PARM
      *
      * gravar o arquivo novo por cima do atual destruiria os
      * lancamentos no meio da leitura
      *
           IF CAMINHO-ARQ-DEP001A EQUAL CAMINHO-ARQ-DEP001
              OR CAMINHO-ARQ-SAQ001A EQUAL CAMINHO-ARQ-SAQ001
              OR CAMINHO-ARQ-TRF001A EQUAL CAMINHO-ARQ-TRF001
              OR CAMINHO-ARQ-TRX001A EQUAL CAMINHO-ARQ-TRX001
              OR CAMINHO-ARQ-PAG001A EQUAL CAMINHO-ARQ-PAG001
               DISPLAY "CTCS0032 - O arquivo novo deve ter caminho "
                   "diferente do arquivo atual."
               PERFORM 000000-SAIR
           END-IF
           .
      *
       010000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       018000-REGISTRAR-INICIO-RUN SECTION.
      *------------------------------------------------------------------------
      * abre o controle de execucao RUN001, aborta se houver job
      * conflitante em andamento (qualquer job que abra os arquivos
      * de lancamento durante a reorganizacao) e registra o inicio
      * desta execucao
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
                           IF RUN001-NM-JOB EQUAL "CTCS0032"
      * registro de execucao anterior deste proprio job que caiu sem
      * finalizar - apenas avisa, pois a reexecucao eh legitima
                               DISPLAY "CTCS0032 - Aviso: execucao "
                                   "anterior iniciada em "
                                   RUN001-TS-INICIO " nao foi "
                                   "finalizada em RUN001."
                           ELSE
                               DISPLAY "CTCS0032 - Job "
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
           MOVE "CTCS0032"      TO RUN001-NM-JOB
           MOVE W-TS-CRR(1:16)  TO RUN001-TS-INICIO
           SET RUN001-EM-EXECUCAO TO TRUE
           MOVE ZEROS           TO RUN001-TS-FIM
           MOVE ZEROS           TO RUN001-QT-REGISTROS
      *
           WRITE RUN001-REGISTRO
               INVALID KEY
                   DISPLAY "CTCS0032 - Erro ao registrar o inicio "
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
       030000-REORGANIZAR-DEP001 SECTION.
      *------------------------------------------------------------------------
      * copia DEP001 registro a registro, na ordem do ID, preenchendo
      * a chave alternativa com agencia/conta e timestamp do deposito
      *
           OPEN INPUT DEP001A
      *
           IF W-FILE-STATUS-DEP001A EQUAL "35"
               DISPLAY "CTCS0032 - DEP001 atual inexistente - nada a "
                   "reorganizar."
           ELSE
               IF W-FILE-STATUS-DEP001A NOT EQUAL "00"
                   DISPLAY "CTCS0032 - Erro ao abrir o DEP001 atual - "
                       "FILE-STATUS=" W-FILE-STATUS-DEP001A
                   PERFORM 000000-SAIR
               END-IF
      *
               OPEN OUTPUT DEP001
      *
               IF W-FILE-STATUS-DEP001 NOT EQUAL "00"
                   DISPLAY "CTCS0032 - Erro ao criar o DEP001 novo - "
                       "FILE-STATUS=" W-FILE-STATUS-DEP001
                   CLOSE DEP001A
                   PERFORM 000000-SAIR
               END-IF
      *
               SET W-DEP001-ABERTO-SIM TO TRUE
      *
               MOVE "N" TO W-FIM-ARQ
               PERFORM UNTIL W-FIM-DE-ARQ
                   READ DEP001A NEXT
                       AT END
                           SET W-FIM-DE-ARQ TO TRUE
                       NOT AT END
                           ADD 1 TO W-QT-LIDOS-DEP001
                           PERFORM 031000-GRAVAR-DEP001
                   END-READ
               END-PERFORM
      *
               CLOSE DEP001A DEP001
               MOVE "N" TO W-DEP001-ABERTO
      *
               IF W-QT-LIDOS-DEP001 NOT EQUAL W-QT-GRAVADOS-DEP001
                   DISPLAY "CTCS0032 - DEP001: quantidade gravada "
                       "diferente da lida."
                   PERFORM 000000-SAIR
               END-IF
           END-IF
           .
      *
       030000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       031000-GRAVAR-DEP001 SECTION.
      *------------------------------------------------------------------------
      * Entrada: DEP001A-REGISTRO
      *
           INITIALIZE DEP001-REGISTRO
      *
           MOVE DEP001A-ID-DEP       TO DEP001-ID-DEP
           MOVE DEP001A-CT-CLI       TO DEP001-CT-CLI
           MOVE DEP001A-AG-CLI       TO DEP001-AG-CLI
           MOVE DEP001A-VL-DEP       TO DEP001-VL-DEP
           MOVE DEP001A-TS-DEP       TO DEP001-TS-DEP
           MOVE DEP001A-FL-ESTORNADO TO DEP001-FL-ESTORNADO
           MOVE DEP001A-MATR-OPER    TO DEP001-MATR-OPER
      *
           MOVE DEP001-AG-CLI        TO DEP001-AG-CHAVE
           MOVE DEP001-CT-CLI        TO DEP001-CT-CHAVE
           MOVE DEP001-TS-DEP        TO DEP001-TS-CHAVE
      *
           WRITE DEP001-REGISTRO
               INVALID KEY
                   DISPLAY "CTCS0032 - Erro ao gravar o deposito "
                       DEP001-ID-DEP " no DEP001 novo - FILE-STATUS="
                       W-FILE-STATUS-DEP001
                   PERFORM 000000-SAIR
               NOT INVALID KEY
                   ADD 1 TO W-QT-GRAVADOS-DEP001
                   ADD 1 TO W-QT-GRAVADOS-TOTAL
           END-WRITE
           .
      *
       031000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       040000-REORGANIZAR-SAQ001 SECTION.
      *------------------------------------------------------------------------
      * copia SAQ001 registro a registro, na ordem do ID, preenchendo
      * a chave alternativa com agencia/conta e timestamp do saque
      *
           OPEN INPUT SAQ001A
      *
           IF W-FILE-STATUS-SAQ001A EQUAL "35"
               DISPLAY "CTCS0032 - SAQ001 atual inexistente - nada a "
                   "reorganizar."
           ELSE
               IF W-FILE-STATUS-SAQ001A NOT EQUAL "00"
                   DISPLAY "CTCS0032 - Erro ao abrir o SAQ001 atual - "
                       "FILE-STATUS=" W-FILE-STATUS-SAQ001A
                   PERFORM 000000-SAIR
               END-IF
      *
               OPEN OUTPUT SAQ001
      *
               IF W-FILE-STATUS-SAQ001 NOT EQUAL "00"
                   DISPLAY "CTCS0032 - Erro ao criar o SAQ001 novo - "
                       "FILE-STATUS=" W-FILE-STATUS-SAQ001
                   CLOSE SAQ001A
                   PERFORM 000000-SAIR
               END-IF
      *
               SET W-SAQ001-ABERTO-SIM TO TRUE
      *
               MOVE "N" TO W-FIM-ARQ
               PERFORM UNTIL W-FIM-DE-ARQ
                   READ SAQ001A NEXT
                       AT END
                           SET W-FIM-DE-ARQ TO TRUE
                       NOT AT END
                           ADD 1 TO W-QT-LIDOS-SAQ001
                           PERFORM 041000-GRAVAR-SAQ001
                   END-READ
               END-PERFORM
      *
               CLOSE SAQ001A SAQ001
               MOVE "N" TO W-SAQ001-ABERTO
      *
               IF W-QT-LIDOS-SAQ001 NOT EQUAL W-QT-GRAVADOS-SAQ001
                   DISPLAY "CTCS0032 - SAQ001: quantidade gravada "
                       "diferente da lida."
                   PERFORM 000000-SAIR
               END-IF
           END-IF
           .
      *
       040000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       041000-GRAVAR-SAQ001 SECTION.
      *------------------------------------------------------------------------
      * Entrada: SAQ001A-REGISTRO
      *
           INITIALIZE SAQ001-REGISTRO
      *
           MOVE SAQ001A-ID-SAQ       TO SAQ001-ID-SAQ
           MOVE SAQ001A-CT-CLI       TO SAQ001-CT-CLI
           MOVE SAQ001A-AG-CLI       TO SAQ001-AG-CLI
           MOVE SAQ001A-VL-SAQ       TO SAQ001-VL-SAQ
           MOVE SAQ001A-TS-SAQ       TO SAQ001-TS-SAQ
           MOVE SAQ001A-FL-ESTORNADO TO SAQ001-FL-ESTORNADO
           MOVE SAQ001A-MATR-OPER    TO SAQ001-MATR-OPER
      *
           MOVE SAQ001-AG-CLI        TO SAQ001-AG-CHAVE
           MOVE SAQ001-CT-CLI        TO SAQ001-CT-CHAVE
           MOVE SAQ001-TS-SAQ        TO SAQ001-TS-CHAVE
      *
           WRITE SAQ001-REGISTRO
               INVALID KEY
                   DISPLAY "CTCS0032 - Erro ao gravar o saque "
                       SAQ001-ID-SAQ " no SAQ001 novo - FILE-STATUS="
                       W-FILE-STATUS-SAQ001
                   PERFORM 000000-SAIR
               NOT INVALID KEY
                   ADD 1 TO W-QT-GRAVADOS-SAQ001
                   ADD 1 TO W-QT-GRAVADOS-TOTAL
           END-WRITE
           .
      *
       041000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       050000-REORGANIZAR-TRF001 SECTION.
      *------------------------------------------------------------------------
      * copia TRF001 registro a registro, na ordem do ID, preenchendo
      * as chaves alternativas das contas de origem e de destino
      *
           OPEN INPUT TRF001A
      *
           IF W-FILE-STATUS-TRF001A EQUAL "35"
               DISPLAY "CTCS0032 - TRF001 atual inexistente - nada a "
                   "reorganizar."
           ELSE
               IF W-FILE-STATUS-TRF001A NOT EQUAL "00"
                   DISPLAY "CTCS0032 - Erro ao abrir o TRF001 atual - "
                       "FILE-STATUS=" W-FILE-STATUS-TRF001A
                   PERFORM 000000-SAIR
               END-IF
      *
               OPEN OUTPUT TRF001
      *
               IF W-FILE-STATUS-TRF001 NOT EQUAL "00"
                   DISPLAY "CTCS0032 - Erro ao criar o TRF001 novo - "
                       "FILE-STATUS=" W-FILE-STATUS-TRF001
                   CLOSE TRF001A
                   PERFORM 000000-SAIR
               END-IF
      *
               SET W-TRF001-ABERTO-SIM TO TRUE
      *
               MOVE "N" TO W-FIM-ARQ
               PERFORM UNTIL W-FIM-DE-ARQ
                   READ TRF001A NEXT
                       AT END
                           SET W-FIM-DE-ARQ TO TRUE
                       NOT AT END
                           ADD 1 TO W-QT-LIDOS-TRF001
                           PERFORM 051000-GRAVAR-TRF001
                   END-READ
               END-PERFORM
      *
               CLOSE TRF001A TRF001
               MOVE "N" TO W-TRF001-ABERTO
      *
               IF W-QT-LIDOS-TRF001 NOT EQUAL W-QT-GRAVADOS-TRF001
                   DISPLAY "CTCS0032 - TRF001: quantidade gravada "
                       "diferente da lida."
                   PERFORM 000000-SAIR
               END-IF
           END-IF
           .
      *
       050000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       051000-GRAVAR-TRF001 SECTION.
      *------------------------------------------------------------------------
      * Entrada: TRF001A-REGISTRO
      *
           INITIALIZE TRF001-REGISTRO
      *
           MOVE TRF001A-ID-TRF       TO TRF001-ID-TRF
           MOVE TRF001A-CT-ORIG      TO TRF001-CT-ORIG
           MOVE TRF001A-AG-ORIG      TO TRF001-AG-ORIG
           MOVE TRF001A-CT-DEST      TO TRF001-CT-DEST
           MOVE TRF001A-AG-DEST      TO TRF001-AG-DEST
           MOVE TRF001A-VL-TRF       TO TRF001-VL-TRF
           MOVE TRF001A-TS-TRF       TO TRF001-TS-TRF
      *
           MOVE TRF001-AG-ORIG       TO TRF001-AG-ORIG-CHAVE
           MOVE TRF001-CT-ORIG       TO TRF001-CT-ORIG-CHAVE
           MOVE TRF001-TS-TRF        TO TRF001-TS-ORIG-CHAVE
           MOVE TRF001-AG-DEST       TO TRF001-AG-DEST-CHAVE
           MOVE TRF001-CT-DEST       TO TRF001-CT-DEST-CHAVE
           MOVE TRF001-TS-TRF        TO TRF001-TS-DEST-CHAVE
      *
           WRITE TRF001-REGISTRO
               INVALID KEY
                   DISPLAY "CTCS0032 - Erro ao gravar a transferencia "
                       TRF001-ID-TRF " no TRF001 novo - FILE-STATUS="
                       W-FILE-STATUS-TRF001
                   PERFORM 000000-SAIR
               NOT INVALID KEY
                   ADD 1 TO W-QT-GRAVADOS-TRF001
                   ADD 1 TO W-QT-GRAVADOS-TOTAL
           END-WRITE
           .
      *
       051000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       060000-REORGANIZAR-TRX001 SECTION.
      *------------------------------------------------------------------------
      * copia TRX001 registro a registro, na ordem do ID, preenchendo
      * a chave alternativa da conta de origem
      *
           OPEN INPUT TRX001A
      *
           IF W-FILE-STATUS-TRX001A EQUAL "35"
               DISPLAY "CTCS0032 - TRX001 atual inexistente - nada a "
                   "reorganizar."
           ELSE
               IF W-FILE-STATUS-TRX001A NOT EQUAL "00"
                   DISPLAY "CTCS0032 - Erro ao abrir o TRX001 atual - "
                       "FILE-STATUS=" W-FILE-STATUS-TRX001A
                   PERFORM 000000-SAIR
               END-IF
      *
               OPEN OUTPUT TRX001
      *
               IF W-FILE-STATUS-TRX001 NOT EQUAL "00"
                   DISPLAY "CTCS0032 - Erro ao criar o TRX001 novo - "
                       "FILE-STATUS=" W-FILE-STATUS-TRX001
                   CLOSE TRX001A
                   PERFORM 000000-SAIR
               END-IF
      *
               SET W-TRX001-ABERTO-SIM TO TRUE
      *
               MOVE "N" TO W-FIM-ARQ
               PERFORM UNTIL W-FIM-DE-ARQ
                   READ TRX001A NEXT
                       AT END
                           SET W-FIM-DE-ARQ TO TRUE
                       NOT AT END
                           ADD 1 TO W-QT-LIDOS-TRX001
                           PERFORM 061000-GRAVAR-TRX001
                   END-READ
               END-PERFORM
      *
               CLOSE TRX001A TRX001
               MOVE "N" TO W-TRX001-ABERTO
      *
               IF W-QT-LIDOS-TRX001 NOT EQUAL W-QT-GRAVADOS-TRX001
                   DISPLAY "CTCS0032 - TRX001: quantidade gravada "
                       "diferente da lida."
                   PERFORM 000000-SAIR
               END-IF
           END-IF
           .
      *
       060000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       061000-GRAVAR-TRX001 SECTION.
      *------------------------------------------------------------------------
      * Entrada: TRX001A-REGISTRO
      *
           INITIALIZE TRX001-REGISTRO
      *
           MOVE TRX001A-ID-TRX       TO TRX001-ID-TRX
           MOVE TRX001A-AG-ORIG      TO TRX001-AG-ORIG
           MOVE TRX001A-CT-ORIG      TO TRX001-CT-ORIG
           MOVE TRX001A-BCO-DEST     TO TRX001-BCO-DEST
           MOVE TRX001A-AG-DEST      TO TRX001-AG-DEST
           MOVE TRX001A-CT-DEST      TO TRX001-CT-DEST
           MOVE TRX001A-VL-TRX       TO TRX001-VL-TRX
           MOVE TRX001A-TS-TRX       TO TRX001-TS-TRX
           MOVE TRX001A-ST-TRX       TO TRX001-ST-TRX
           MOVE TRX001A-DT-REMESSA   TO TRX001-DT-REMESSA
           MOVE TRX001A-DT-RETORNO   TO TRX001-DT-RETORNO
      *
           MOVE TRX001-AG-ORIG       TO TRX001-AG-ORIG-CHAVE
           MOVE TRX001-CT-ORIG       TO TRX001-CT-ORIG-CHAVE
           MOVE TRX001-TS-TRX        TO TRX001-TS-ORIG-CHAVE
      *
           WRITE TRX001-REGISTRO
               INVALID KEY
                   DISPLAY "CTCS0032 - Erro ao gravar a transferencia "
                       TRX001-ID-TRX " no TRX001 novo - FILE-STATUS="
                       W-FILE-STATUS-TRX001
                   PERFORM 000000-SAIR
               NOT INVALID KEY
                   ADD 1 TO W-QT-GRAVADOS-TRX001
                   ADD 1 TO W-QT-GRAVADOS-TOTAL
           END-WRITE
           .
      *
       061000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       070000-REORGANIZAR-PAG001 SECTION.
      *------------------------------------------------------------------------
      * copia PAG001 registro a registro, na ordem do ID, preenchendo
      * a chave alternativa com agencia/conta e timestamp do pagamento
      *
           OPEN INPUT PAG001A
      *
           IF W-FILE-STATUS-PAG001A EQUAL "35"
               DISPLAY "CTCS0032 - PAG001 atual inexistente - nada a "
                   "reorganizar."
           ELSE
               IF W-FILE-STATUS-PAG001A NOT EQUAL "00"
                   DISPLAY "CTCS0032 - Erro ao abrir o PAG001 atual - "
                       "FILE-STATUS=" W-FILE-STATUS-PAG001A
                   PERFORM 000000-SAIR
               END-IF
      *
               OPEN OUTPUT PAG001
      *
               IF W-FILE-STATUS-PAG001 NOT EQUAL "00"
                   DISPLAY "CTCS0032 - Erro ao criar o PAG001 novo - "
                       "FILE-STATUS=" W-FILE-STATUS-PAG001
                   CLOSE PAG001A
                   PERFORM 000000-SAIR
               END-IF
      *
               SET W-PAG001-ABERTO-SIM TO TRUE
      *
               MOVE "N" TO W-FIM-ARQ
               PERFORM UNTIL W-FIM-DE-ARQ
                   READ PAG001A NEXT
                       AT END
                           SET W-FIM-DE-ARQ TO TRUE
                       NOT AT END
                           ADD 1 TO W-QT-LIDOS-PAG001
                           PERFORM 071000-GRAVAR-PAG001
                   END-READ
               END-PERFORM
      *
               CLOSE PAG001A PAG001
               MOVE "N" TO W-PAG001-ABERTO
      *
               IF W-QT-LIDOS-PAG001 NOT EQUAL W-QT-GRAVADOS-PAG001
                   DISPLAY "CTCS0032 - PAG001: quantidade gravada "
                       "diferente da lida."
                   PERFORM 000000-SAIR
               END-IF
           END-IF
           .
      *
       070000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       071000-GRAVAR-PAG001 SECTION.
      *------------------------------------------------------------------------
      * Entrada: PAG001A-REGISTRO
      *
           INITIALIZE PAG001-REGISTRO
      *
           MOVE PAG001A-ID-PAG        TO PAG001-ID-PAG
           MOVE PAG001A-AG-CLI        TO PAG001-AG-CLI
           MOVE PAG001A-CT-CLI        TO PAG001-CT-CLI
           MOVE PAG001A-TP-DOCUMENTO  TO PAG001-TP-DOCUMENTO
           MOVE PAG001A-CD-BARRAS     TO PAG001-CD-BARRAS
           MOVE PAG001A-CD-CONVENENTE TO PAG001-CD-CONVENENTE
           MOVE PAG001A-VL-PAG        TO PAG001-VL-PAG
           MOVE PAG001A-DT-VENC       TO PAG001-DT-VENC
           MOVE PAG001A-TS-PAG        TO PAG001-TS-PAG
           MOVE PAG001A-ST-PAG        TO PAG001-ST-PAG
           MOVE PAG001A-DT-REPASSE    TO PAG001-DT-REPASSE
           MOVE PAG001A-MATR-OPER     TO PAG001-MATR-OPER
      *
           MOVE PAG001-AG-CLI         TO PAG001-AG-CHAVE
           MOVE PAG001-CT-CLI         TO PAG001-CT-CHAVE
           MOVE PAG001-TS-PAG         TO PAG001-TS-CHAVE
      *
           WRITE PAG001-REGISTRO
               INVALID KEY
                   DISPLAY "CTCS0032 - Erro ao gravar o pagamento "
                       PAG001-ID-PAG " no PAG001 novo - FILE-STATUS="
                       W-FILE-STATUS-PAG001
                   PERFORM 000000-SAIR
               NOT INVALID KEY
                   ADD 1 TO W-QT-GRAVADOS-PAG001
                   ADD 1 TO W-QT-GRAVADOS-TOTAL
           END-WRITE
           .
      *
       071000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       090000-REGISTRAR-FIM-RUN SECTION.
      *------------------------------------------------------------------------
      * marca em RUN001 o fim desta execucao, com o timestamp e a
      * quantidade de registros gravados - nada a marcar se o inicio nao
      * chegou a ser registrado (ex.: abortada por conflito)
      *
           IF W-RUN-REGISTRADO-SIM
               MOVE W-RUN-CHAVE-JOB TO RUN001-CHAVE
      *
               READ RUN001
                   KEY IS RUN001-CHAVE
                   INVALID KEY
                       DISPLAY "CTCS0032 - Erro ao reler o registro "
                           "de execucao em RUN001 - FILE-STATUS="
                           W-FILE-STATUS-RUN001
                   NOT INVALID KEY
                       SET RUN001-FINALIZADO TO TRUE
                       MOVE FUNCTION CURRENT-DATE TO W-TS-CRR
                       MOVE W-TS-CRR(1:16) TO RUN001-TS-FIM
                       MOVE W-QT-GRAVADOS-TOTAL TO RUN001-QT-REGISTROS
                       REWRITE RUN001-REGISTRO
                           INVALID KEY
                               DISPLAY "CTCS0032 - Erro ao finalizar "
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
