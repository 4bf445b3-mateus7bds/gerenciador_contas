      *------------------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------------------------------------------------
       PROGRAM-ID. CTCS0027.
      *------------------------------------------------------------------------
      * PROGRAMADOR: Mateus Barbosa da Silva
      * SIGLA......: CTC - Controle de Contas
      * OBJETIVO...: Verificacao noturna da integridade da trilha de
      * auditoria AUD001 - percorre AUD001 na ordem de ID e, para cada
      * agencia/conta, confere se o AUD001-SDO-ANTERIOR de um registro
      * eh o AUD001-SDO-NOVO do registro anterior da mesma conta
      * (considerando os rendimentos e juros de cheque especial que o
      * CTCS0006 credita/debita sem trilha, lidos de RND001/JRS001);
      * aponta as lacunas na sequencia de IDs contra o controle de
      * CTL001, os registros cujo lancamento (AUD001-TIPO-OPER +
      * AUD001-ID-LCT-REF) nao existe no ledger correspondente e as
      * contas cujo ultimo saldo da trilha nao bate com CNT001-SDO
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
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CNT001-ID-CT
           FILE STATUS  IS W-FILE-STATUS-CNT001
           .
      *
       SELECT AUD001
           ASSIGN TO CAMINHO-ARQ-AUD001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
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
      * ledgers consultados pelo ID gravado em AUD001-ID-LCT-REF
      *
       SELECT DEP001
           ASSIGN TO CAMINHO-ARQ-DEP001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS DEP001-ID-DEP
           ALTERNATE RECORD KEY IS DEP001-CHAVE-CT WITH DUPLICATES
           FILE STATUS  IS W-FILE-STATUS-DEP001
           .
      *
       SELECT SAQ001
           ASSIGN TO CAMINHO-ARQ-SAQ001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS SAQ001-ID-SAQ
           ALTERNATE RECORD KEY IS SAQ001-CHAVE-CT WITH DUPLICATES
           FILE STATUS  IS W-FILE-STATUS-SAQ001
           .
      *
       SELECT TRF001
           ASSIGN TO CAMINHO-ARQ-TRF001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS TRF001-ID-TRF
           ALTERNATE RECORD KEY IS TRF001-CHAVE-ORIG WITH DUPLICATES
           ALTERNATE RECORD KEY IS TRF001-CHAVE-DEST WITH DUPLICATES
           FILE STATUS  IS W-FILE-STATUS-TRF001
           .
      *
      * o estorno e a devolucao referenciam o lancamento original -
      * EST001 e DVL001 sao carregados em tabela pela referencia
      *
       SELECT EST001
           ASSIGN TO CAMINHO-ARQ-EST001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS EST001-ID-EST
           FILE STATUS  IS W-FILE-STATUS-EST001
           .
      *
       SELECT TAR001
           ASSIGN TO CAMINHO-ARQ-TAR001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS TAR001-ID-TAR
           FILE STATUS  IS W-FILE-STATUS-TAR001
           .
      *
       SELECT TRX001
           ASSIGN TO CAMINHO-ARQ-TRX001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS TRX001-ID-TRX
           ALTERNATE RECORD KEY IS TRX001-CHAVE-ORIG WITH DUPLICATES
           FILE STATUS  IS W-FILE-STATUS-TRX001
           .
      *
       SELECT DVL001
           ASSIGN TO CAMINHO-ARQ-DVL001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS DVL001-ID-DVL
           FILE STATUS  IS W-FILE-STATUS-DVL001
           .
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
       SELECT EMP001
           ASSIGN TO CAMINHO-ARQ-EMP001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS EMP001-ID-EMP
           FILE STATUS  IS W-FILE-STATUS-EMP001
           .
      *
       SELECT PCL001
           ASSIGN TO CAMINHO-ARQ-PCL001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PCL001-ID-PCL
           FILE STATUS  IS W-FILE-STATUS-PCL001
           .
      *
       SELECT CHQ001
           ASSIGN TO CAMINHO-ARQ-CHQ001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHQ001-ID-CHQ
           FILE STATUS  IS W-FILE-STATUS-CHQ001
           .
      *
      * rendimentos e juros de cheque especial alteram CNT001-SDO no
      * CTCS0006 sem gravar AUD001 - entram no encadeamento pelo
      * timestamp
      *
       SELECT RND001
           ASSIGN TO CAMINHO-ARQ-RND001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS RND001-ID-RND
           FILE STATUS  IS W-FILE-STATUS-RND001
           .
      *
       SELECT JRS001
           ASSIGN TO CAMINHO-ARQ-JRS001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS JRS001-ID-JRS
           FILE STATUS  IS W-FILE-STATUS-JRS001
           .
      *
      * controle de execucao dos jobs que compartilham as bases - a
      * verificacao nao pode correr junto com o expurgo do CTCS0010,
      * que apaga registros antigos de AUD001
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
           ASSIGN TO 'CTCS0027.PRM'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FILE-STATUS-ARQ-PARM
           .
      *
       SELECT REL-INTEGRIDADE
           ASSIGN TO CAMINHO-REL-INTEGRIDADE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FILE-STATUS-REL-INT
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
               88  AUD001-EH-RECONSTRUCAO              VALUE "R".
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
       FD EST001.
      *------------------------------------------------------------------------
      * mesmo layout declarado no CTCS0002
      *
       01  EST001-REGISTRO.
           03  EST001-ID-EST                    PIC  9(018).
           03  EST001-TP-LCT-ORIG               PIC  X(001).
               88  EST001-ORIG-DEPOSITO                VALUE "D".
               88  EST001-ORIG-SAQUE                   VALUE "S".
           03  EST001-ID-LCT-ORIG               PIC  9(018).
           03  EST001-CT-CLI                    PIC  9(008).
           03  EST001-AG-CLI                    PIC  9(008).
           03  EST001-VL-EST                    PIC  9(015)V99.
           03  EST001-TS-EST                    PIC  X(016).
      *
      *------------------------------------------------------------------------
       FD TAR001.
      *------------------------------------------------------------------------
      * mesmo layout declarado no CTCS0015
      *
       01  TAR001-REGISTRO.
           03  TAR001-ID-TAR                    PIC  9(018).
           03  TAR001-CT-CLI                    PIC  9(008).
           03  TAR001-AG-CLI                    PIC  9(008).
           03  TAR001-VL-TAR                    PIC  9(015)V99.
           03  TAR001-TS-TAR                    PIC  X(016).
           03  TAR001-TP-TAR                    PIC  X(001).
               88  TAR001-TP-MANUTENCAO                VALUE "M".
               88  TAR001-TP-SAQUE-EXCEDENTE           VALUE "S".
      *
      *------------------------------------------------------------------------
       FD TRX001.
      *------------------------------------------------------------------------
      * mesmo layout declarado no CTCS0002
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
       FD DVL001.
      *------------------------------------------------------------------------
      * mesmo layout declarado no CTCS0017
      *
       01  DVL001-REGISTRO.
           03  DVL001-ID-DVL                    PIC  9(018).
           03  DVL001-CT-CLI                    PIC  9(008).
           03  DVL001-AG-CLI                    PIC  9(008).
           03  DVL001-VL-DVL                    PIC  9(015)V99.
           03  DVL001-TS-DVL                    PIC  X(016).
           03  DVL001-ID-TRX-REF                PIC  9(018).
           03  DVL001-CD-DEVOLUCAO              PIC  X(002).
      *
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
       FD RND001.
      *------------------------------------------------------------------------
      *
       01  RND001-REGISTRO.
           03  RND001-ID-RND                    PIC  9(018).
           03  RND001-CT-CLI                    PIC  9(008).
           03  RND001-AG-CLI                    PIC  9(008).
           03  RND001-VL-RND                    PIC  9(015)V99.
           03  RND001-TS-RND                    PIC  X(016).
      *
      *------------------------------------------------------------------------
       FD JRS001.
      *------------------------------------------------------------------------
      * mesmo layout declarado no CTCS0006
      *
       01  JRS001-REGISTRO.
           03  JRS001-ID-JRS                    PIC  9(018).
           03  JRS001-CT-CLI                    PIC  9(008).
           03  JRS001-AG-CLI                    PIC  9(008).
           03  JRS001-VL-JRS                    PIC  9(015)V99.
           03  JRS001-TS-JRS                    PIC  X(016).
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
       FD REL-INTEGRIDADE.
      *------------------------------------------------------------------------
      *
       01  REL-INT-LINHA                       PIC  X(132).
      *
      *------------------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *------------------------------------------------------------------------
      *
       77  W-FILE-STATUS-CNT001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-AUD001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-CTL001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-DEP001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-SAQ001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-TRF001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-EST001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-TAR001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-TRX001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-DVL001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-PAG001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-EMP001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-PCL001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-CHQ001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-RND001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-JRS001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-RUN001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-ARQ-PARM              PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-REL-INT               PIC  X(002) VALUE ZEROS.
      *
       77  CAMINHO-ARQ-CNT001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-AUD001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-CTL001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-DEP001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-SAQ001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-TRF001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-EST001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-TAR001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-TRX001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-DVL001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-PAG001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-EMP001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-PCL001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-CHQ001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-RND001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-JRS001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-RUN001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-REL-INTEGRIDADE             PIC  X(100) VALUE SPACES.
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
      * fim de cada um dos tres arquivos intercalados pelo timestamp
      * na conferencia do encadeamento - o timestamp corrente do
      * arquivo ja esgotado vai para HIGH-VALUES
      *
       01  W-FIM-AUD001                        PIC  X(001) VALUE "N".
           88  W-FIM-DE-AUD001                        VALUE "S".
       01  W-FIM-RND001                        PIC  X(001) VALUE "N".
           88  W-FIM-DE-RND001                        VALUE "S".
       01  W-FIM-JRS001                        PIC  X(001) VALUE "N".
           88  W-FIM-DE-JRS001                        VALUE "S".
      *
       77  W-TS-AUD                            PIC  X(016) VALUE SPACES.
       77  W-TS-RND                            PIC  X(016) VALUE SPACES.
       77  W-TS-JRS                            PIC  X(016) VALUE SPACES.
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
      * contas de CNT001 com o saldo esperado pela trilha - o primeiro
      * registro de AUD001 de cada conta inicia o encadeamento (os
      * anteriores podem ter sido expurgados pelo CTCS0010)
      *
       77  W-MAX-CONTAS                        PIC  9(004) VALUE 9999.
       77  W-QT-CONTAS                         PIC  9(004) VALUE ZEROS
                                                COMP-5.
      *
       01  TB-CONTAS.
           03  TB-CONTA-ITEM OCCURS 9999 TIMES.
               05  TB-AG                       PIC  9(004).
               05  TB-CT                       PIC  9(008).
               05  TB-SDO-CNT                  PIC S9(015)V99.
               05  TB-SDO-ESPERADO             PIC S9(015)V99.
               05  TB-ID-ULT-AUD               PIC  9(018).
               05  TB-FL-TRILHA                PIC  X(001).
                   88  TB-TRILHA-INICIADA             VALUE "S".
      *
       01  W-IX                                PIC  9(004) COMP-5
                                                VALUE ZEROS.
       01  W-ACHOU-CONTA                       PIC  X(001) VALUE "N".
           88  W-ACHOU-A-CONTA                        VALUE "S".
      *
       77  W-AG-PESQ                           PIC  9(004) VALUE ZEROS.
       77  W-CT-PESQ                           PIC  9(008) VALUE ZEROS.
      *
      * lancamentos que referenciam outro lancamento - o estorno
      * (EST001) aponta o deposito/saque desfeito e a devolucao
      * (DVL001) a transferencia interbancaria devolvida, que sao o
      * que AUD001-ID-LCT-REF guarda nos tipos "E" e "V"
      *
       77  W-MAX-REFERENCIAS                   PIC  9(005) VALUE 99999.
       77  W-QT-REFERENCIAS                    PIC  9(005) VALUE ZEROS
                                                COMP-5.
      *
       01  TB-REFERENCIAS.
           03  TB-REF-ITEM OCCURS 99999 TIMES.
               05  TB-REF-TIPO-OPER            PIC  X(001).
               05  TB-REF-ID-LCT               PIC  9(018).
               05  TB-REF-AG                   PIC  9(004).
               05  TB-REF-CT                   PIC  9(008).
      *
       01  W-IR                                PIC  9(005) COMP-5
                                                VALUE ZEROS.
      *
      * resultado da conferencia do lancamento do registro corrente
      *
       01  W-LCT-CONFERIDO                     PIC  X(001) VALUE "N".
           88  W-LCT-ENCONTRADO                       VALUE "S".
           88  W-LCT-NAO-ENCONTRADO                   VALUE "N".
           88  W-LCT-OUTRA-CONTA                      VALUE "C".
           88  W-LCT-TIPO-INVALIDO                    VALUE "T".
       77  W-NM-LEDGER                         PIC  X(006) VALUE SPACES.
      *
      * sequencia de IDs de AUD001
      *
       77  W-ID-AUD-ANT                        PIC  9(018) VALUE ZEROS.
       77  W-ID-PRIM-AUD                       PIC  9(018) VALUE ZEROS.
       77  W-ID-LACUNA-INI                     PIC  9(018) VALUE ZEROS.
       77  W-ID-LACUNA-FIM                     PIC  9(018) VALUE ZEROS.
       77  W-QT-IDS-LACUNA                     PIC  9(018) VALUE ZEROS.
       77  W-ULT-ID-CTL001                     PIC  9(018) VALUE ZEROS.
      *
       77  W-VL-DIFERENCA                      PIC S9(015)V99
           VALUE ZEROS.
      *
      * contadores do fim do job
      *
       77  W-QT-AUD-LIDOS                      PIC  9(009) VALUE ZEROS.
       77  W-QT-RND-JRS-LIDOS                  PIC  9(009) VALUE ZEROS.
       77  W-QT-QUEBRAS                        PIC  9(009) VALUE ZEROS.
       77  W-QT-LACUNAS                        PIC  9(009) VALUE ZEROS.
       77  W-QT-SEM-LANCAMENTO                 PIC  9(009) VALUE ZEROS.
       77  W-QT-SEM-REFERENCIA                 PIC  9(009) VALUE ZEROS.
       77  W-QT-RECONSTRUCOES                  PIC  9(009) VALUE ZEROS.
       77  W-QT-CONTA-INEXISTENTE              PIC  9(009) VALUE ZEROS.
       77  W-QT-SALDO-DIVERGENTE               PIC  9(009) VALUE ZEROS.
       77  W-QT-OCORRENCIAS                    PIC  9(009) VALUE ZEROS.
      *
      * EST001 soh existe depois do primeiro estorno, TRF001 depois da
      * primeira transferencia, e assim por diante - sem o arquivo,
      * nao ha o que consultar e o lancamento referenciado nele eh
      * apontado como inexistente
      *
       01  W-TRF001-DISPONIVEL                 PIC  X(001) VALUE "N".
           88  W-TRF001-DISPONIVEL-SIM                VALUE "S".
       01  W-EST001-DISPONIVEL                 PIC  X(001) VALUE "N".
           88  W-EST001-DISPONIVEL-SIM                VALUE "S".
       01  W-TAR001-DISPONIVEL                 PIC  X(001) VALUE "N".
           88  W-TAR001-DISPONIVEL-SIM                VALUE "S".
       01  W-TRX001-DISPONIVEL                 PIC  X(001) VALUE "N".
           88  W-TRX001-DISPONIVEL-SIM                VALUE "S".
       01  W-DVL001-DISPONIVEL                 PIC  X(001) VALUE "N".
           88  W-DVL001-DISPONIVEL-SIM                VALUE "S".
       01  W-PAG001-DISPONIVEL                 PIC  X(001) VALUE "N".
           88  W-PAG001-DISPONIVEL-SIM                VALUE "S".
       01  W-EMP001-DISPONIVEL                 PIC  X(001) VALUE "N".
           88  W-EMP001-DISPONIVEL-SIM                VALUE "S".
       01  W-PCL001-DISPONIVEL                 PIC  X(001) VALUE "N".
           88  W-PCL001-DISPONIVEL-SIM                VALUE "S".
       01  W-CHQ001-DISPONIVEL                 PIC  X(001) VALUE "N".
           88  W-CHQ001-DISPONIVEL-SIM                VALUE "S".
       01  W-RND001-DISPONIVEL                 PIC  X(001) VALUE "N".
           88  W-RND001-DISPONIVEL-SIM                VALUE "S".
       01  W-JRS001-DISPONIVEL                 PIC  X(001) VALUE "N".
           88  W-JRS001-DISPONIVEL-SIM                VALUE "S".
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
           03  FILLER                          PIC  X(026) VALUE
               "OCORRENCIA".
           03  FILLER                          PIC  X(015) VALUE
               "AGENCIA/CONTA".
           03  FILLER                          PIC  X(020) VALUE
               "           ID AUD001".
           03  FILLER                          PIC  X(017) VALUE
               "   SALDO ESPERADO".
           03  FILLER                          PIC  X(017) VALUE
               " SALDO ENCONTRADO".
           03  FILLER                          PIC  X(037) VALUE
               "  COMPLEMENTO".
       01  W-LINHA-BRANCO                      PIC  X(132) VALUE SPACES.
       01  W-LINHA-OCORRENCIA.
           03  WLO-OCORRENCIA                  PIC  X(024) VALUE SPACES.
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLO-AG                          PIC  9(004).
           03  FILLER                          PIC  X(001) VALUE "/".
           03  WLO-CT                          PIC  9(008).
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLO-ID-AUD                      PIC  Z(017)9.
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLO-VL-ESPERADO                 PIC  --------.--9,99.
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLO-VL-ENCONTRADO               PIC  --------.--9,99.
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLO-COMPLEMENTO                 PIC  X(037) VALUE SPACES.
       01  W-LINHA-LACUNA.
           03  FILLER                          PIC  X(026) VALUE
               "LACUNA NA SEQUENCIA DE ID".
           03  FILLER                          PIC  X(004) VALUE "DE ".
           03  WLL-ID-INI                      PIC  Z(017)9.
           03  FILLER                          PIC  X(003) VALUE " A ".
           03  WLL-ID-FIM                      PIC  Z(017)9.
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLL-QT-IDS                      PIC  Z(017)9.
           03  FILLER                          PIC  X(011) VALUE
               " ID(S) - ".
           03  WLL-COMPLEMENTO                 PIC  X(040) VALUE SPACES.
       01  W-LINHA-QT.
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLQ-TITULO                      PIC  X(040) VALUE SPACES.
           03  FILLER                          PIC  X(002) VALUE ": ".
           03  WLQ-QT                          PIC  Z(017)9.
      *
      *------------------------------------------------------------------------
       PROCEDURE DIVISION.
      *------------------------------------------------------------------------
       000000-PRINCIPAL SECTION.
      *------------------------------------------------------------------------
      *
           PERFORM 005000-OBTER-TS
           PERFORM 010000-OBTER-PARAMETROS
           PERFORM 015000-REGISTRAR-INICIO-RUN
           PERFORM 020000-ABRIR-ARQUIVOS
           PERFORM 030000-CARREGAR-CONTAS
           PERFORM 035000-CARREGAR-REFERENCIAS
           PERFORM 040000-PERCORRER-TRILHA
           PERFORM 060000-CONFERIR-ID-FINAL
           PERFORM 065000-CONFERIR-SALDO-FINAL
           PERFORM 070000-EMITIR-TOTAIS
           .
      *
       000000-SAIR.
           DISPLAY "CTCS0027 - Registros de AUD001 lidos.......: "
               W-QT-AUD-LIDOS
           DISPLAY "CTCS0027 - Quebras de encadeamento.........: "
               W-QT-QUEBRAS
           DISPLAY "CTCS0027 - Lacunas na sequencia de ID......: "
               W-QT-LACUNAS
           DISPLAY "CTCS0027 - Registros sem lancamento........: "
               W-QT-SEM-LANCAMENTO
           DISPLAY "CTCS0027 - Contas com saldo divergente.....: "
               W-QT-SALDO-DIVERGENTE
      *
           IF W-ARQUIVOS-ABERTOS-SIM
               CLOSE CNT001 AUD001 CTL001 DEP001 SAQ001
                     REL-INTEGRIDADE
               IF W-TRF001-DISPONIVEL-SIM
                   CLOSE TRF001
               END-IF
               IF W-EST001-DISPONIVEL-SIM
                   CLOSE EST001
               END-IF
               IF W-TAR001-DISPONIVEL-SIM
                   CLOSE TAR001
               END-IF
               IF W-TRX001-DISPONIVEL-SIM
                   CLOSE TRX001
               END-IF
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
               IF W-RND001-DISPONIVEL-SIM
                   CLOSE RND001
               END-IF
               IF W-JRS001-DISPONIVEL-SIM
                   CLOSE JRS001
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
      * le a carta de controle com os caminhos das bases de dados e do
      * relatorio de integridade
      *
           OPEN INPUT ARQ-PARM
      *
           IF W-FILE-STATUS-ARQ-PARM NOT EQUAL "00"
               DISPLAY "CTCS0027 - Erro ao abrir a carta de controle "
                   "CTCS0027.PRM - FILE-STATUS=" W-FILE-STATUS-ARQ-PARM
               PERFORM 000000-SAIR
           END-IF
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-CNT001
               AT END
                   DISPLAY "CTCS0027 - Carta de controle incompleta "
                       "- caminho de CNT001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-AUD001
               AT END
                   DISPLAY "CTCS0027 - Carta de controle incompleta "
                       "- caminho de AUD001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-CTL001
               AT END
                   DISPLAY "CTCS0027 - Carta de controle incompleta "
                       "- caminho de CTL001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-DEP001
               AT END
                   DISPLAY "CTCS0027 - Carta de controle incompleta "
                       "- caminho de DEP001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-SAQ001
               AT END
                   DISPLAY "CTCS0027 - Carta de controle incompleta "
                       "- caminho de SAQ001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-TRF001
               AT END
                   DISPLAY "CTCS0027 - Carta de controle incompleta "
                       "- caminho de TRF001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-EST001
               AT END
                   DISPLAY "CTCS0027 - Carta de controle incompleta "
                       "- caminho de EST001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-TAR001
               AT END
                   DISPLAY "CTCS0027 - Carta de controle incompleta "
                       "- caminho de TAR001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-TRX001
               AT END
                   DISPLAY "CTCS0027 - Carta de controle incompleta "
                       "- caminho de TRX001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-DVL001
               AT END
                   DISPLAY "CTCS0027 - Carta de controle incompleta "
                       "- caminho de DVL001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-PAG001
               AT END
                   DISPLAY "CTCS0027 - Carta de controle incompleta "
                       "- caminho de PAG001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-EMP001
               AT END
                   DISPLAY "CTCS0027 - Carta de controle incompleta "
                       "- caminho de EMP001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-PCL001
               AT END
                   DISPLAY "CTCS0027 - Carta de controle incompleta "
                       "- caminho de PCL001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-CHQ001
               AT END
                   DISPLAY "CTCS0027 - Carta de controle incompleta "
                       "- caminho de CHQ001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-RND001
               AT END
                   DISPLAY "CTCS0027 - Carta de controle incompleta "
                       "- caminho de RND001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-JRS001
               AT END
                   DISPLAY "CTCS0027 - Carta de controle incompleta "
                       "- caminho de JRS001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-RUN001
               AT END
                   DISPLAY "CTCS0027 - Carta de controle incompleta "
                       "- caminho de RUN001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-REL-INTEGRIDADE
               AT END
                   DISPLAY "CTCS0027 - Carta de controle incompleta "
                       "- caminho do relatorio ausente."
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
                           IF RUN001-NM-JOB EQUAL "CTCS0027"
      * registro de execucao anterior deste proprio job que caiu sem
      * finalizar - apenas avisa, pois a reexecucao eh legitima
                               DISPLAY "CTCS0027 - Aviso: execucao "
                                   "anterior iniciada em "
                                   RUN001-TS-INICIO " nao foi "
                                   "finalizada em RUN001."
                           ELSE
                               DISPLAY "CTCS0027 - Job "
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
           MOVE "CTCS0027"      TO RUN001-NM-JOB
           MOVE W-TS-CRR(1:16)  TO RUN001-TS-INICIO
           SET RUN001-EM-EXECUCAO TO TRUE
           MOVE ZEROS           TO RUN001-TS-FIM
           MOVE ZEROS           TO RUN001-QT-REGISTROS
      *
           WRITE RUN001-REGISTRO
               INVALID KEY
                   DISPLAY "CTCS0027 - Erro ao registrar o inicio "
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
       020000-ABRIR-ARQUIVOS SECTION.
      *------------------------------------------------------------------------
      *
           OPEN INPUT CNT001
      *
           IF W-FILE-STATUS-CNT001 NOT EQUAL "00"
               DISPLAY "CTCS0027 - Erro ao abrir CNT001 - "
                   "FILE-STATUS=" W-FILE-STATUS-CNT001
               PERFORM 000000-SAIR
           END-IF
      *
           OPEN INPUT AUD001
      *
           IF W-FILE-STATUS-AUD001 NOT EQUAL "00"
               DISPLAY "CTCS0027 - Erro ao abrir AUD001 - "
                   "FILE-STATUS=" W-FILE-STATUS-AUD001
               CLOSE CNT001
               PERFORM 000000-SAIR
           END-IF
      *
           OPEN INPUT CTL001
           OPEN INPUT DEP001
           OPEN INPUT SAQ001
      *
           OPEN INPUT TRF001
      *
           IF W-FILE-STATUS-TRF001 EQUAL "00"
               SET W-TRF001-DISPONIVEL-SIM TO TRUE
           END-IF
      *
           OPEN INPUT EST001
      *
           IF W-FILE-STATUS-EST001 EQUAL "00"
               SET W-EST001-DISPONIVEL-SIM TO TRUE
           END-IF
      *
           OPEN INPUT TAR001
      *
           IF W-FILE-STATUS-TAR001 EQUAL "00"
               SET W-TAR001-DISPONIVEL-SIM TO TRUE
           END-IF
      *
           OPEN INPUT TRX001
      *
           IF W-FILE-STATUS-TRX001 EQUAL "00"
               SET W-TRX001-DISPONIVEL-SIM TO TRUE
           END-IF
      *
           OPEN INPUT DVL001
      *
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
           OPEN INPUT RND001
      *
           IF W-FILE-STATUS-RND001 EQUAL "00"
               SET W-RND001-DISPONIVEL-SIM TO TRUE
           END-IF
      *
           OPEN INPUT JRS001
      *
           IF W-FILE-STATUS-JRS001 EQUAL "00"
               SET W-JRS001-DISPONIVEL-SIM TO TRUE
           END-IF
      *
           OPEN OUTPUT REL-INTEGRIDADE
      *
           SET W-ARQUIVOS-ABERTOS-SIM TO TRUE
      *
           STRING "VERIFICACAO DA TRILHA DE AUDITORIA AUD001 - "
                  "PROCESSAMENTO DE " W-DD-CRR "/" W-MM-CRR "/"
                  W-AA-CRR
                  DELIMITED BY SIZE INTO W-LINHA-CAB1
      *
           WRITE REL-INT-LINHA FROM W-LINHA-CAB1
           WRITE REL-INT-LINHA FROM W-LINHA-BRANCO
           WRITE REL-INT-LINHA FROM W-LINHA-CAB2
           .
      *
       020000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       030000-CARREGAR-CONTAS SECTION.
      *------------------------------------------------------------------------
      * carrega as contas de CNT001 com o saldo atual - o saldo
      * esperado pela trilha soh eh definido no primeiro registro de
      * AUD001 de cada conta
      *
           MOVE "N" TO W-FIM-ARQ
           PERFORM UNTIL W-FIM-DE-ARQ
               READ CNT001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ TO TRUE
                   NOT AT END
                       IF W-QT-CONTAS >= W-MAX-CONTAS
                           DISPLAY "CTCS0027 - Quantidade de contas "
                               "excede a capacidade da tabela."
                           PERFORM 000000-SAIR
                       END-IF
                       ADD 1 TO W-QT-CONTAS
                       MOVE W-QT-CONTAS TO W-IX
                       MOVE CNT001-AG   TO TB-AG(W-IX)
                       MOVE CNT001-CT   TO TB-CT(W-IX)
                       MOVE CNT001-SDO  TO TB-SDO-CNT(W-IX)
                       MOVE ZEROS       TO TB-SDO-ESPERADO(W-IX)
                                           TB-ID-ULT-AUD(W-IX)
                       MOVE "N"         TO TB-FL-TRILHA(W-IX)
               END-READ
           END-PERFORM
           .
      *
       030000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       035000-CARREGAR-REFERENCIAS SECTION.
      *------------------------------------------------------------------------
      * carrega de EST001 o lancamento desfeito por cada estorno e de
      * DVL001 a transferencia interbancaria de cada devolucao, com a
      * conta do lancamento
      *
      * sem o arquivo, nao ha o que carregar
           IF W-EST001-DISPONIVEL-SIM
               MOVE "N" TO W-FIM-ARQ
           ELSE
               MOVE "S" TO W-FIM-ARQ
           END-IF
           PERFORM UNTIL W-FIM-DE-ARQ
               READ EST001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ TO TRUE
                   NOT AT END
                       PERFORM 036000-VERIFICAR-CAPACIDADE-REF
                       MOVE "E"                TO TB-REF-TIPO-OPER(W-IR)
                       MOVE EST001-ID-LCT-ORIG TO TB-REF-ID-LCT(W-IR)
                       MOVE EST001-AG-CLI      TO TB-REF-AG(W-IR)
                       MOVE EST001-CT-CLI      TO TB-REF-CT(W-IR)
               END-READ
           END-PERFORM
      *
      * sem o arquivo, nao ha o que carregar
           IF W-DVL001-DISPONIVEL-SIM
               MOVE "N" TO W-FIM-ARQ
           ELSE
               MOVE "S" TO W-FIM-ARQ
           END-IF
           PERFORM UNTIL W-FIM-DE-ARQ
               READ DVL001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ TO TRUE
                   NOT AT END
                       PERFORM 036000-VERIFICAR-CAPACIDADE-REF
                       MOVE "V"                TO TB-REF-TIPO-OPER(W-IR)
                       MOVE DVL001-ID-TRX-REF  TO TB-REF-ID-LCT(W-IR)
                       MOVE DVL001-AG-CLI      TO TB-REF-AG(W-IR)
                       MOVE DVL001-CT-CLI      TO TB-REF-CT(W-IR)
               END-READ
           END-PERFORM
           .
      *
       035000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       036000-VERIFICAR-CAPACIDADE-REF SECTION.
      *------------------------------------------------------------------------
      * Saida..: W-IR (nova posicao em TB-REFERENCIAS)
      *
           IF W-QT-REFERENCIAS >= W-MAX-REFERENCIAS
               DISPLAY "CTCS0027 - Quantidade de estornos/devolucoes "
                   "excede a capacidade da tabela."
               PERFORM 000000-SAIR
           END-IF
      *
           ADD 1 TO W-QT-REFERENCIAS
           MOVE W-QT-REFERENCIAS TO W-IR
           .
      *
       036000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       040000-PERCORRER-TRILHA SECTION.
      *------------------------------------------------------------------------
      * intercala AUD001 (na ordem de ID), RND001 e JRS001 pelo
      * timestamp: o rendimento e os juros do CTCS0006 alteram o saldo
      * da conta sem trilha, e por isso entram no saldo esperado da
      * conta entre um registro de AUD001 e o seguinte
      *
           PERFORM 041000-LER-AUD001
      *
           IF W-RND001-DISPONIVEL-SIM
               PERFORM 042000-LER-RND001
           ELSE
               SET W-FIM-DE-RND001 TO TRUE
               MOVE HIGH-VALUES TO W-TS-RND
           END-IF
      *
           IF W-JRS001-DISPONIVEL-SIM
               PERFORM 043000-LER-JRS001
           ELSE
               SET W-FIM-DE-JRS001 TO TRUE
               MOVE HIGH-VALUES TO W-TS-JRS
           END-IF
      *
           PERFORM UNTIL W-FIM-DE-AUD001
                     AND W-FIM-DE-RND001
                     AND W-FIM-DE-JRS001
               EVALUATE TRUE
                   WHEN NOT W-FIM-DE-AUD001
                    AND W-TS-AUD NOT > W-TS-RND
                    AND W-TS-AUD NOT > W-TS-JRS
                       PERFORM 050000-CONFERIR-REG-AUD001
                       PERFORM 041000-LER-AUD001
                   WHEN NOT W-FIM-DE-RND001
                    AND W-TS-RND NOT > W-TS-JRS
                       MOVE RND001-AG-CLI TO W-AG-PESQ
                       MOVE RND001-CT-CLI TO W-CT-PESQ
                       PERFORM 045000-LOCALIZAR-CONTA
                       IF W-ACHOU-A-CONTA
                          AND TB-TRILHA-INICIADA(W-IX)
                           ADD RND001-VL-RND TO TB-SDO-ESPERADO(W-IX)
                       END-IF
                       PERFORM 042000-LER-RND001
                   WHEN OTHER
                       MOVE JRS001-AG-CLI TO W-AG-PESQ
                       MOVE JRS001-CT-CLI TO W-CT-PESQ
                       PERFORM 045000-LOCALIZAR-CONTA
                       IF W-ACHOU-A-CONTA
                          AND TB-TRILHA-INICIADA(W-IX)
                           SUBTRACT JRS001-VL-JRS
                               FROM TB-SDO-ESPERADO(W-IX)
                       END-IF
                       PERFORM 043000-LER-JRS001
               END-EVALUATE
           END-PERFORM
           .
      *
       040000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       041000-LER-AUD001 SECTION.
      *------------------------------------------------------------------------
      *
           READ AUD001 NEXT
               AT END
                   SET W-FIM-DE-AUD001 TO TRUE
                   MOVE HIGH-VALUES TO W-TS-AUD
               NOT AT END
                   ADD 1 TO W-QT-AUD-LIDOS
                   MOVE AUD001-TS-OPER TO W-TS-AUD
           END-READ
           .
      *
       041000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       042000-LER-RND001 SECTION.
      *------------------------------------------------------------------------
      *
           READ RND001 NEXT
               AT END
                   SET W-FIM-DE-RND001 TO TRUE
                   MOVE HIGH-VALUES TO W-TS-RND
               NOT AT END
                   ADD 1 TO W-QT-RND-JRS-LIDOS
                   MOVE RND001-TS-RND TO W-TS-RND
           END-READ
           .
      *
       042000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       043000-LER-JRS001 SECTION.
      *------------------------------------------------------------------------
      *
           READ JRS001 NEXT
               AT END
                   SET W-FIM-DE-JRS001 TO TRUE
                   MOVE HIGH-VALUES TO W-TS-JRS
               NOT AT END
                   ADD 1 TO W-QT-RND-JRS-LIDOS
                   MOVE JRS001-TS-JRS TO W-TS-JRS
           END-READ
           .
      *
       043000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       045000-LOCALIZAR-CONTA SECTION.
      *------------------------------------------------------------------------
      * Entrada: W-AG-PESQ / W-CT-PESQ
      * Saida..: W-ACHOU-CONTA / W-IX
      *
           MOVE "N" TO W-ACHOU-CONTA
      *
           PERFORM VARYING W-IX FROM 1 BY 1 UNTIL W-IX > W-QT-CONTAS
               IF TB-AG(W-IX) EQUAL W-AG-PESQ
                  AND TB-CT(W-IX) EQUAL W-CT-PESQ
                   SET W-ACHOU-A-CONTA TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
      *
       045000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       050000-CONFERIR-REG-AUD001 SECTION.
      *------------------------------------------------------------------------
      * Entrada: AUD001-REGISTRO
      *
      * confere o registro corrente da trilha: a sequencia de ID, o
      * encadeamento de saldo com o registro anterior da mesma conta e
      * a existencia do lancamento que ele registra
      *
           PERFORM 051000-CONFERIR-SEQUENCIA-ID
      *
           MOVE AUD001-AG-CLI TO W-AG-PESQ
           MOVE AUD001-CT-CLI TO W-CT-PESQ
           PERFORM 045000-LOCALIZAR-CONTA
      *
           IF W-ACHOU-A-CONTA
               PERFORM 052000-CONFERIR-ENCADEAMENTO
           ELSE
               ADD 1 TO W-QT-CONTA-INEXISTENTE
               MOVE "CONTA INEXISTENTE CNT001" TO WLO-OCORRENCIA
               MOVE ZEROS                      TO WLO-VL-ESPERADO
               MOVE AUD001-SDO-NOVO            TO WLO-VL-ENCONTRADO
               MOVE "CONTA NAO CADASTRADA EM CNT001"
                   TO WLO-COMPLEMENTO
               PERFORM 059000-IMPRIMIR-OCORRENCIA
           END-IF
      *
           PERFORM 053000-CONFERIR-LANCAMENTO
           .
      *
       050000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       051000-CONFERIR-SEQUENCIA-ID SECTION.
      *------------------------------------------------------------------------
      * os IDs anteriores ao primeiro registro presente foram
      * expurgados pelo CTCS0010 - a lacuna soh eh apontada a partir
      * dele
      *
           IF W-ID-AUD-ANT EQUAL ZEROS
               MOVE AUD001-ID-AUD TO W-ID-PRIM-AUD
           ELSE
               IF AUD001-ID-AUD > W-ID-AUD-ANT + 1
                   ADD 1 TO W-ID-AUD-ANT GIVING W-ID-LACUNA-INI
                   SUBTRACT 1 FROM AUD001-ID-AUD
                       GIVING W-ID-LACUNA-FIM
                   MOVE "REGISTRO(S) AUSENTE(S) EM AUD001"
                       TO WLL-COMPLEMENTO
                   PERFORM 058000-IMPRIMIR-LACUNA
               END-IF
           END-IF
      *
           MOVE AUD001-ID-AUD TO W-ID-AUD-ANT
           .
      *
       051000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       052000-CONFERIR-ENCADEAMENTO SECTION.
      *------------------------------------------------------------------------
      * Entrada: AUD001-REGISTRO / W-IX
      *
      * o saldo anterior do registro tem de ser o saldo novo do
      * registro anterior da conta, acrescido do rendimento e
      * descontados os juros lancados entre os dois - a diferenca
      * indica alteracao de CNT001-SDO sem trilha ou registro
      * removido
      *
      * a correcao de saldo do CTCS0028 (tipo "R") parte justamente do
      * saldo divergente de CNT001 - ela reinicia o encadeamento da
      * conta em vez de ser comparada
      *
           IF TB-TRILHA-INICIADA(W-IX)
              AND NOT AUD001-EH-RECONSTRUCAO
               IF AUD001-SDO-ANTERIOR NOT EQUAL TB-SDO-ESPERADO(W-IX)
                   ADD 1 TO W-QT-QUEBRAS
                   COMPUTE W-VL-DIFERENCA =
                       AUD001-SDO-ANTERIOR - TB-SDO-ESPERADO(W-IX)
                   MOVE "QUEBRA DE ENCADEAMENTO" TO WLO-OCORRENCIA
                   MOVE TB-SDO-ESPERADO(W-IX)    TO WLO-VL-ESPERADO
                   MOVE AUD001-SDO-ANTERIOR      TO WLO-VL-ENCONTRADO
                   MOVE SPACES                   TO WLO-COMPLEMENTO
                   STRING "ANTERIOR DA CONTA: ID "
                          TB-ID-ULT-AUD(W-IX)(11:8)
                          DELIMITED BY SIZE INTO WLO-COMPLEMENTO
                   PERFORM 059000-IMPRIMIR-OCORRENCIA
               END-IF
           ELSE
               SET TB-TRILHA-INICIADA(W-IX) TO TRUE
           END-IF
      *
           MOVE AUD001-SDO-NOVO TO TB-SDO-ESPERADO(W-IX)
           MOVE AUD001-ID-AUD   TO TB-ID-ULT-AUD(W-IX)
           .
      *
       052000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       053000-CONFERIR-LANCAMENTO SECTION.
      *------------------------------------------------------------------------
      * Entrada: AUD001-REGISTRO
      *
      * localiza, pelo tipo da operacao, o lancamento referenciado em
      * AUD001-ID-LCT-REF e confere se ele pertence a mesma conta
      *
      * registros de deposito, saque, transferencia, transferencia
      * externa e pagamento gravados antes de AUD001-ID-LCT-REF passar
      * a levar o ID do lancamento estao com a referencia zerada -
      * nao ha o que localizar e eles soh sao contados
      *
           SET W-LCT-NAO-ENCONTRADO TO TRUE
      *
           EVALUATE TRUE
               WHEN AUD001-ID-LCT-REF EQUAL ZEROS
                AND (AUD001-EH-DEPOSITO OR AUD001-EH-SAQUE
                  OR AUD001-EH-TRANSFERENCIA OR AUD001-EH-TRF-EXTERNA
                  OR AUD001-EH-PAGAMENTO)
                   ADD 1 TO W-QT-SEM-REFERENCIA
                   SET W-LCT-ENCONTRADO TO TRUE
      *
      * a correcao de saldo do CTCS0028 nao tem lancamento
               WHEN AUD001-EH-RECONSTRUCAO
                   ADD 1 TO W-QT-RECONSTRUCOES
                   SET W-LCT-ENCONTRADO TO TRUE
      *
               WHEN AUD001-EH-DEPOSITO
                   MOVE "DEP001" TO W-NM-LEDGER
                   MOVE AUD001-ID-LCT-REF TO DEP001-ID-DEP
                   READ DEP001
                       KEY IS DEP001-ID-DEP
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF DEP001-AG-CLI EQUAL AUD001-AG-CLI
                              AND DEP001-CT-CLI EQUAL AUD001-CT-CLI
                               SET W-LCT-ENCONTRADO TO TRUE
                           ELSE
                               SET W-LCT-OUTRA-CONTA TO TRUE
                           END-IF
                   END-READ
      *
               WHEN AUD001-EH-SAQUE
                   MOVE "SAQ001" TO W-NM-LEDGER
                   MOVE AUD001-ID-LCT-REF TO SAQ001-ID-SAQ
                   READ SAQ001
                       KEY IS SAQ001-ID-SAQ
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF SAQ001-AG-CLI EQUAL AUD001-AG-CLI
                              AND SAQ001-CT-CLI EQUAL AUD001-CT-CLI
                               SET W-LCT-ENCONTRADO TO TRUE
                           ELSE
                               SET W-LCT-OUTRA-CONTA TO TRUE
                           END-IF
                   END-READ
      *
      * a transferencia gera um registro para cada ponta
               WHEN AUD001-EH-TRANSFERENCIA
                   MOVE "TRF001" TO W-NM-LEDGER
                   IF W-TRF001-DISPONIVEL-SIM
                       MOVE AUD001-ID-LCT-REF TO TRF001-ID-TRF
                       READ TRF001
                           KEY IS TRF001-ID-TRF
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF (TRF001-AG-ORIG EQUAL AUD001-AG-CLI
                                AND TRF001-CT-ORIG EQUAL AUD001-CT-CLI)
                               OR (TRF001-AG-DEST EQUAL AUD001-AG-CLI
                                AND TRF001-CT-DEST EQUAL AUD001-CT-CLI)
                                   SET W-LCT-ENCONTRADO TO TRUE
                               ELSE
                                   SET W-LCT-OUTRA-CONTA TO TRUE
                               END-IF
                       END-READ
                   END-IF
      *
      * o estorno referencia o deposito/saque desfeito, e eh conferido
      * contra o EST001 que registrou esse estorno
               WHEN AUD001-EH-ESTORNO
                   MOVE "EST001" TO W-NM-LEDGER
                   PERFORM 054000-LOCALIZAR-REFERENCIA
      *
               WHEN AUD001-EH-TARIFA
                   MOVE "TAR001" TO W-NM-LEDGER
                   IF W-TAR001-DISPONIVEL-SIM
                       MOVE AUD001-ID-LCT-REF TO TAR001-ID-TAR
                       READ TAR001
                           KEY IS TAR001-ID-TAR
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF TAR001-AG-CLI EQUAL AUD001-AG-CLI
                                AND TAR001-CT-CLI EQUAL AUD001-CT-CLI
                                   SET W-LCT-ENCONTRADO TO TRUE
                               ELSE
                                   SET W-LCT-OUTRA-CONTA TO TRUE
                               END-IF
                       END-READ
                   END-IF
      *
               WHEN AUD001-EH-TRF-EXTERNA
                   MOVE "TRX001" TO W-NM-LEDGER
                   PERFORM 055000-LER-TRX001
      *
      * a devolucao referencia a transferencia interbancaria
      * devolvida, e eh conferida contra o DVL001 que a recreditou
               WHEN AUD001-EH-DEVOLUCAO
                   MOVE "DVL001" TO W-NM-LEDGER
                   PERFORM 054000-LOCALIZAR-REFERENCIA
      *
               WHEN AUD001-EH-PAGAMENTO
                   MOVE "PAG001" TO W-NM-LEDGER
                   IF W-PAG001-DISPONIVEL-SIM
                       MOVE AUD001-ID-LCT-REF TO PAG001-ID-PAG
                       READ PAG001
                           KEY IS PAG001-ID-PAG
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF PAG001-AG-CLI EQUAL AUD001-AG-CLI
                                AND PAG001-CT-CLI EQUAL AUD001-CT-CLI
                                   SET W-LCT-ENCONTRADO TO TRUE
                               ELSE
                                   SET W-LCT-OUTRA-CONTA TO TRUE
                               END-IF
                       END-READ
                   END-IF
      *
               WHEN AUD001-EH-EMPRESTIMO
                   MOVE "EMP001" TO W-NM-LEDGER
                   IF W-EMP001-DISPONIVEL-SIM
                       MOVE AUD001-ID-LCT-REF TO EMP001-ID-EMP
                       READ EMP001
                           KEY IS EMP001-ID-EMP
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF EMP001-AG-CLI EQUAL AUD001-AG-CLI
                                AND EMP001-CT-CLI EQUAL AUD001-CT-CLI
                                   SET W-LCT-ENCONTRADO TO TRUE
                               ELSE
                                   SET W-LCT-OUTRA-CONTA TO TRUE
                               END-IF
                       END-READ
                   END-IF
      *
               WHEN AUD001-EH-PARCELA-EMP
                   MOVE "PCL001" TO W-NM-LEDGER
                   IF W-PCL001-DISPONIVEL-SIM
                       MOVE AUD001-ID-LCT-REF TO PCL001-ID-PCL
                       READ PCL001
                           KEY IS PCL001-ID-PCL
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF PCL001-AG-CLI EQUAL AUD001-AG-CLI
                                AND PCL001-CT-CLI EQUAL AUD001-CT-CLI
                                   SET W-LCT-ENCONTRADO TO TRUE
                               ELSE
                                   SET W-LCT-OUTRA-CONTA TO TRUE
                               END-IF
                       END-READ
                   END-IF
      *
      * a referencia do cheque eh a propria chave agencia + conta +
      * numero do cheque, na visao numerica de 18 digitos
               WHEN AUD001-EH-CHEQUE
                   MOVE "CHQ001" TO W-NM-LEDGER
                   IF W-CHQ001-DISPONIVEL-SIM
                       MOVE AUD001-ID-LCT-REF TO CHQ001-ID-CHQ-NUM
                       READ CHQ001
                           KEY IS CHQ001-ID-CHQ
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF CHQ001-AG EQUAL AUD001-AG-CLI
                                AND CHQ001-CT EQUAL AUD001-CT-CLI
                                   SET W-LCT-ENCONTRADO TO TRUE
                               ELSE
                                   SET W-LCT-OUTRA-CONTA TO TRUE
                               END-IF
                       END-READ
                   END-IF
      *
               WHEN OTHER
                   MOVE SPACES TO W-NM-LEDGER
                   SET W-LCT-TIPO-INVALIDO TO TRUE
           END-EVALUATE
      *
           IF NOT W-LCT-ENCONTRADO
               ADD 1 TO W-QT-SEM-LANCAMENTO
               MOVE "SEM LANCAMENTO"    TO WLO-OCORRENCIA
               MOVE ZEROS               TO WLO-VL-ESPERADO
               MOVE AUD001-SDO-NOVO     TO WLO-VL-ENCONTRADO
               MOVE SPACES              TO WLO-COMPLEMENTO
               EVALUATE TRUE
                   WHEN W-LCT-OUTRA-CONTA
                       STRING "TIPO " AUD001-TIPO-OPER " - "
                              W-NM-LEDGER " " AUD001-ID-LCT-REF(11:8)
                              " OUTRA CONTA"
                              DELIMITED BY SIZE INTO WLO-COMPLEMENTO
                   WHEN W-LCT-TIPO-INVALIDO
                       STRING "TIPO DE OPERACAO '" AUD001-TIPO-OPER
                              "' DESCONHECIDO"
                              DELIMITED BY SIZE INTO WLO-COMPLEMENTO
                   WHEN OTHER
                       STRING "TIPO " AUD001-TIPO-OPER " - "
                              W-NM-LEDGER " " AUD001-ID-LCT-REF(11:8)
                              " INEXISTENTE"
                              DELIMITED BY SIZE INTO WLO-COMPLEMENTO
               END-EVALUATE
               PERFORM 059000-IMPRIMIR-OCORRENCIA
           END-IF
           .
      *
       053000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       054000-LOCALIZAR-REFERENCIA SECTION.
      *------------------------------------------------------------------------
      * Entrada: AUD001-REGISTRO
      * Saida..: W-LCT-CONFERIDO
      *
           PERFORM VARYING W-IR FROM 1 BY 1
               UNTIL W-IR > W-QT-REFERENCIAS
               IF TB-REF-TIPO-OPER(W-IR) EQUAL AUD001-TIPO-OPER
                  AND TB-REF-ID-LCT(W-IR) EQUAL AUD001-ID-LCT-REF
                   IF TB-REF-AG(W-IR) EQUAL AUD001-AG-CLI
                      AND TB-REF-CT(W-IR) EQUAL AUD001-CT-CLI
                       SET W-LCT-ENCONTRADO TO TRUE
                       EXIT PERFORM
                   ELSE
                       SET W-LCT-OUTRA-CONTA TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           .
      *
       054000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       055000-LER-TRX001 SECTION.
      *------------------------------------------------------------------------
      * Entrada: AUD001-REGISTRO
      * Saida..: W-LCT-CONFERIDO
      *
      * a transferencia interbancaria debita a conta de origem
      *
           IF W-TRX001-DISPONIVEL-SIM
               MOVE AUD001-ID-LCT-REF TO TRX001-ID-TRX
               READ TRX001
                   KEY IS TRX001-ID-TRX
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TRX001-AG-ORIG EQUAL AUD001-AG-CLI
                          AND TRX001-CT-ORIG EQUAL AUD001-CT-CLI
                           SET W-LCT-ENCONTRADO TO TRUE
                       ELSE
                           SET W-LCT-OUTRA-CONTA TO TRUE
                       END-IF
               END-READ
           END-IF
           .
      *
       055000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       058000-IMPRIMIR-LACUNA SECTION.
      *------------------------------------------------------------------------
      * Entrada: W-ID-LACUNA-INI / W-ID-LACUNA-FIM / WLL-COMPLEMENTO
      *
           ADD 1 TO W-QT-LACUNAS
           COMPUTE W-QT-IDS-LACUNA =
               W-ID-LACUNA-FIM - W-ID-LACUNA-INI + 1
      *
           MOVE W-ID-LACUNA-INI TO WLL-ID-INI
           MOVE W-ID-LACUNA-FIM TO WLL-ID-FIM
           MOVE W-QT-IDS-LACUNA TO WLL-QT-IDS
           WRITE REL-INT-LINHA FROM W-LINHA-LACUNA
           ADD 1 TO W-QT-OCORRENCIAS
           .
      *
       058000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       059000-IMPRIMIR-OCORRENCIA SECTION.
      *------------------------------------------------------------------------
      * Entrada: AUD001-REGISTRO / WLO-OCORRENCIA / WLO-VL-ESPERADO /
      *          WLO-VL-ENCONTRADO / WLO-COMPLEMENTO
      *
           MOVE AUD001-AG-CLI TO WLO-AG
           MOVE AUD001-CT-CLI TO WLO-CT
           MOVE AUD001-ID-AUD TO WLO-ID-AUD
           WRITE REL-INT-LINHA FROM W-LINHA-OCORRENCIA
           ADD 1 TO W-QT-OCORRENCIAS
           .
      *
       059000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       060000-CONFERIR-ID-FINAL SECTION.
      *------------------------------------------------------------------------
      * o ultimo ID presente em AUD001 tem de ser o ultimo ID
      * distribuido pelo controle de sequencia de CTL001 - abaixo dele,
      * registros do fim da trilha foram removidos; acima, a trilha
      * foi gravada sem passar pelo controle
      *
           MOVE "AUD001" TO CTL001-CHAVE-SEQ
      *
           READ CTL001
               KEY IS CTL001-CHAVE-SEQ
               INVALID KEY
                   MOVE ZEROS TO W-ULT-ID-CTL001
               NOT INVALID KEY
                   MOVE CTL001-ULT-ID TO W-ULT-ID-CTL001
           END-READ
      *
           EVALUATE TRUE
               WHEN W-ULT-ID-CTL001 > W-ID-AUD-ANT
                   ADD 1 TO W-ID-AUD-ANT GIVING W-ID-LACUNA-INI
                   MOVE W-ULT-ID-CTL001 TO W-ID-LACUNA-FIM
                   MOVE "FIM DA TRILHA AUSENTE (ULT-ID CTL001)"
                       TO WLL-COMPLEMENTO
                   PERFORM 058000-IMPRIMIR-LACUNA
               WHEN W-ULT-ID-CTL001 < W-ID-AUD-ANT
                   ADD 1 TO W-ULT-ID-CTL001 GIVING W-ID-LACUNA-INI
                   MOVE W-ID-AUD-ANT TO W-ID-LACUNA-FIM
                   MOVE "ID(S) ALEM DO ULT-ID DE CTL001"
                       TO WLL-COMPLEMENTO
                   PERFORM 058000-IMPRIMIR-LACUNA
           END-EVALUATE
           .
      *
       060000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       065000-CONFERIR-SALDO-FINAL SECTION.
      *------------------------------------------------------------------------
      * o ultimo saldo novo da trilha de cada conta (mais o rendimento
      * e menos os juros lancados depois dele) tem de ser o saldo
      * atual de CNT001 - conta sem nenhum registro em AUD001 nao tem
      * o que conferir
      *
           PERFORM VARYING W-IX FROM 1 BY 1 UNTIL W-IX > W-QT-CONTAS
               IF TB-TRILHA-INICIADA(W-IX)
                  AND TB-SDO-ESPERADO(W-IX) NOT EQUAL TB-SDO-CNT(W-IX)
                   ADD 1 TO W-QT-SALDO-DIVERGENTE
                   MOVE "SALDO FINAL DIVERGENTE" TO WLO-OCORRENCIA
                   MOVE TB-AG(W-IX)              TO WLO-AG
                   MOVE TB-CT(W-IX)              TO WLO-CT
                   MOVE TB-ID-ULT-AUD(W-IX)      TO WLO-ID-AUD
                   MOVE TB-SDO-ESPERADO(W-IX)    TO WLO-VL-ESPERADO
                   MOVE TB-SDO-CNT(W-IX)         TO WLO-VL-ENCONTRADO
                   MOVE "SALDO ATUAL DE CNT001-SDO"
                       TO WLO-COMPLEMENTO
                   WRITE REL-INT-LINHA FROM W-LINHA-OCORRENCIA
                   ADD 1 TO W-QT-OCORRENCIAS
               END-IF
           END-PERFORM
           .
      *
       065000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       070000-EMITIR-TOTAIS SECTION.
      *------------------------------------------------------------------------
      *
           IF W-QT-OCORRENCIAS EQUAL ZEROS
               MOVE "NENHUMA OCORRENCIA - TRILHA INTEGRA"
                   TO REL-INT-LINHA
               WRITE REL-INT-LINHA
           END-IF
      *
           WRITE REL-INT-LINHA FROM W-LINHA-BRANCO
      *
           MOVE "REGISTROS DE AUD001 CONFERIDOS" TO WLQ-TITULO
           MOVE W-QT-AUD-LIDOS TO WLQ-QT
           WRITE REL-INT-LINHA FROM W-LINHA-QT
      *
           MOVE "PRIMEIRO ID PRESENTE EM AUD001" TO WLQ-TITULO
           MOVE W-ID-PRIM-AUD TO WLQ-QT
           WRITE REL-INT-LINHA FROM W-LINHA-QT
      *
           MOVE "ULTIMO ID PRESENTE EM AUD001" TO WLQ-TITULO
           MOVE W-ID-AUD-ANT TO WLQ-QT
           WRITE REL-INT-LINHA FROM W-LINHA-QT
      *
           MOVE "ULTIMO ID DISTRIBUIDO (CTL001)" TO WLQ-TITULO
           MOVE W-ULT-ID-CTL001 TO WLQ-QT
           WRITE REL-INT-LINHA FROM W-LINHA-QT
      *
           MOVE "RENDIMENTOS/JUROS INTERCALADOS" TO WLQ-TITULO
           MOVE W-QT-RND-JRS-LIDOS TO WLQ-QT
           WRITE REL-INT-LINHA FROM W-LINHA-QT
      *
           MOVE "QUEBRAS DE ENCADEAMENTO" TO WLQ-TITULO
           MOVE W-QT-QUEBRAS TO WLQ-QT
           WRITE REL-INT-LINHA FROM W-LINHA-QT
      *
           MOVE "LACUNAS NA SEQUENCIA DE ID" TO WLQ-TITULO
           MOVE W-QT-LACUNAS TO WLQ-QT
           WRITE REL-INT-LINHA FROM W-LINHA-QT
      *
           MOVE "REGISTROS SEM LANCAMENTO" TO WLQ-TITULO
           MOVE W-QT-SEM-LANCAMENTO TO WLQ-QT
           WRITE REL-INT-LINHA FROM W-LINHA-QT
      *
           MOVE "REGISTROS DE CONTA INEXISTENTE" TO WLQ-TITULO
           MOVE W-QT-CONTA-INEXISTENTE TO WLQ-QT
           WRITE REL-INT-LINHA FROM W-LINHA-QT
      *
           MOVE "CONTAS COM SALDO FINAL DIVERGENTE" TO WLQ-TITULO
           MOVE W-QT-SALDO-DIVERGENTE TO WLQ-QT
           WRITE REL-INT-LINHA FROM W-LINHA-QT
      *
           MOVE "REGISTROS SEM REFERENCIA (NAO CONF.)" TO WLQ-TITULO
           MOVE W-QT-SEM-REFERENCIA TO WLQ-QT
           WRITE REL-INT-LINHA FROM W-LINHA-QT
      *
           MOVE "CORRECOES DE SALDO (TIPO R)" TO WLQ-TITULO
           MOVE W-QT-RECONSTRUCOES TO WLQ-QT
           WRITE REL-INT-LINHA FROM W-LINHA-QT
      *
           DISPLAY "CTCS0027 - Verificacao da trilha de auditoria "
               "concluida."
           .
      *
       070000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       090000-REGISTRAR-FIM-RUN SECTION.
      *------------------------------------------------------------------------
      * marca em RUN001 o fim desta execucao, com o timestamp e a
      * quantidade de registros de AUD001 conferidos - nada a marcar
      * se o inicio nao chegou a ser registrado (ex.: abortada por
      * conflito)
      *
           IF W-RUN-REGISTRADO-SIM
               MOVE W-RUN-CHAVE-JOB TO RUN001-CHAVE
      *
               READ RUN001
                   KEY IS RUN001-CHAVE
                   INVALID KEY
                       DISPLAY "CTCS0027 - Erro ao reler o registro "
                           "de execucao em RUN001 - FILE-STATUS="
                           W-FILE-STATUS-RUN001
                   NOT INVALID KEY
                       SET RUN001-FINALIZADO TO TRUE
                       MOVE FUNCTION CURRENT-DATE TO W-TS-CRR
                       MOVE W-TS-CRR(1:16) TO RUN001-TS-FIM
                       MOVE W-QT-AUD-LIDOS TO RUN001-QT-REGISTROS
                       REWRITE RUN001-REGISTRO
                           INVALID KEY
                               DISPLAY "CTCS0027 - Erro ao finalizar "
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
