      *------------------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------------------------------------------------
       PROGRAM-ID. CTCS0031.
      *------------------------------------------------------------------------
      * PROGRAMADOR: Mateus Barbosa da Silva
      * SIGLA......: CTC - Controle de Contas
      * OBJETIVO...: Relatorio do saldo na data do obito, para o
      * inventario - para cada obito registrado pelo CTCS0030 (ou
      * apenas para o CPF da carta de controle), lista as contas de
      * CNT001 em que o falecido eh titular principal com o saldo
      * atual, a movimentacao posterior ao obito e o saldo ao final
      * do dia do obito, apurado a partir do saldo atual desfazendo
      * os lancamentos de DEP001, SAQ001, RND001, TRF001, EST001,
      * JRS001, TAR001, TRX001, DVL001, PAG001, EMP001, PCL001 e
      * CHQ001 datados depois do obito
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
      * obitos registrados pelo CTCS0030
      *
       SELECT OBT001
           ASSIGN TO CAMINHO-ARQ-OBT001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS OBT001-CPF
           FILE STATUS  IS W-FILE-STATUS-OBT001
           .
      *
       SELECT CNT001
           ASSIGN TO CAMINHO-ARQ-CNT001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CNT001-ID-CT
           FILE STATUS  IS W-FILE-STATUS-CNT001
           .
      *
      * saldo de abertura deixado pelo expurgo do CTCS0010 - aqui soh
      * interessa a data de corte do expurgo
      *
       SELECT SDO001
           ASSIGN TO CAMINHO-ARQ-SDO001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS SDO001-ID-CT
           FILE STATUS  IS W-FILE-STATUS-SDO001
           .
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
       SELECT RND001
           ASSIGN TO CAMINHO-ARQ-RND001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS RND001-ID-RND
           FILE STATUS  IS W-FILE-STATUS-RND001
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
       SELECT EST001
           ASSIGN TO CAMINHO-ARQ-EST001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS EST001-ID-EST
           FILE STATUS  IS W-FILE-STATUS-EST001
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
       SELECT TAR001
           ASSIGN TO CAMINHO-ARQ-TAR001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS TAR001-ID-TAR
           FILE STATUS  IS W-FILE-STATUS-TAR001
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
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS PAG001-ID-PAG
           ALTERNATE RECORD KEY IS PAG001-CHAVE-CT WITH DUPLICATES
           FILE STATUS  IS W-FILE-STATUS-PAG001
           .
      *
       SELECT EMP001
           ASSIGN TO CAMINHO-ARQ-EMP001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS EMP001-ID-EMP
           FILE STATUS  IS W-FILE-STATUS-EMP001
           .
      *
       SELECT PCL001
           ASSIGN TO CAMINHO-ARQ-PCL001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS PCL001-ID-PCL
           FILE STATUS  IS W-FILE-STATUS-PCL001
           .
      *
       SELECT CHQ001
           ASSIGN TO CAMINHO-ARQ-CHQ001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CHQ001-ID-CHQ
           FILE STATUS  IS W-FILE-STATUS-CHQ001
           .
      *
      *
      * controle de execucao dos jobs que compartilham as bases - a
      * apuracao nao pode correr junto com o expurgo do CTCS0010, que
      * tira lancamentos das bases correntes no meio da leitura
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
           ASSIGN TO 'CTCS0031.PRM'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FILE-STATUS-ARQ-PARM
           .
      *
       SELECT REL-OBITO
           ASSIGN TO CAMINHO-REL-OBITO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FILE-STATUS-REL-OBITO
           .
      *
      *------------------------------------------------------------------------
       DATA DIVISION.
      *------------------------------------------------------------------------
       FILE SECTION.
      *------------------------------------------------------------------------
       FD OBT001.
      *------------------------------------------------------------------------
      * mesmo layout declarado no CTCS0030
      *
       01  OBT001-REGISTRO.
           03  OBT001-CPF                       PIC  9(011).
           03  OBT001-NM                        PIC  X(040).
           03  OBT001-DT-OBITO                  PIC  X(008).
           03  OBT001-NR-CERTIDAO               PIC  X(032).
           03  OBT001-DT-REGISTRO               PIC  X(008).
           03  OBT001-QT-CT-ESPOLIO             PIC  9(003).
           03  OBT001-QT-CO-TIT-REMOVIDA        PIC  9(003).
           03  OBT001-VL-PARTILHADO             PIC  9(015)V99.
           03  OBT001-NR-ULT-ALVARA             PIC  X(020).
           03  OBT001-MATR-OPER                 PIC  9(006).
      *
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
       FD SDO001.
      *------------------------------------------------------------------------
      * mesmo layout declarado no CTCS0010
      *
       01  SDO001-REGISTRO.
           03  SDO001-ID-CT.
               05  SDO001-AG                    PIC  9(004).
               05  SDO001-CT                    PIC  9(008).
           03  SDO001-VL-ABERTURA               PIC S9(015)V99.
           03  SDO001-DT-CORTE                  PIC  X(008).
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
       FD REL-OBITO.
      *------------------------------------------------------------------------
      *
       01  REL-OBITO-LINHA                     PIC  X(132).
      *
      *------------------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *------------------------------------------------------------------------
      *
       77  W-FILE-STATUS-OBT001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-CNT001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-SDO001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-DEP001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-SAQ001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-RND001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-TRF001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-EST001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-JRS001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-TAR001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-TRX001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-DVL001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-PAG001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-EMP001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-PCL001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-CHQ001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-RUN001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-ARQ-PARM              PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-REL-OBITO             PIC  X(002) VALUE ZEROS.
      *
       77  CAMINHO-ARQ-OBT001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-CNT001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-SDO001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-DEP001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-SAQ001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-RND001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-TRF001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-EST001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-JRS001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-TAR001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-TRX001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-DVL001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-PAG001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-EMP001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-PCL001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-CHQ001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-RUN001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-REL-OBITO                   PIC  X(100) VALUE SPACES.
      *
      * CPF do falecido, lido da carta de controle - zeros emite todos
      * os obitos registrados
      *
       01  W-PARM-CPF                          PIC  X(011) VALUE ZEROS.
       01  W-CPF-PARM REDEFINES W-PARM-CPF     PIC  9(011).
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
      * obitos a emitir, na ordem de CPF de OBT001
      *
       77  W-MAX-OBITOS                        PIC  9(004) VALUE 9999.
       77  W-QT-OBITOS                         PIC  9(004) VALUE ZEROS
                                                COMP-5.
      *
       01  TB-OBITOS.
           03  TB-OBT-ITEM OCCURS 9999 TIMES.
               05  TB-OBT-CPF                  PIC  9(011).
               05  TB-OBT-NM                   PIC  X(040).
               05  TB-OBT-DT-OBITO             PIC  X(008).
               05  TB-OBT-NR-CERTIDAO          PIC  X(032).
               05  TB-OBT-VL-PARTILHADO        PIC  9(015)V99.
      *
      * contas do falecido em CNT001 - a movimentacao posterior ao
      * obito acumula os lancamentos datados depois do dia do obito,
      * com o sinal que tiveram no saldo
      *
       77  W-MAX-CONTAS                        PIC  9(004) VALUE 9999.
       77  W-QT-CONTAS                         PIC  9(004) VALUE ZEROS
                                                COMP-5.
      *
       01  TB-CONTAS.
           03  TB-CONTA-ITEM OCCURS 9999 TIMES.
               05  TB-AG                       PIC  9(004).
               05  TB-CT                       PIC  9(008).
               05  TB-IX-OBITO                 PIC  9(004) COMP-5.
               05  TB-DT-OBITO                 PIC  X(008).
               05  TB-ST-CT                    PIC  X(001).
               05  TB-SDO-CNT                  PIC S9(015)V99.
               05  TB-VL-POSTERIOR             PIC S9(015)V99.
               05  TB-QT-POSTERIOR             PIC  9(005).
               05  TB-FL-EXPURGO               PIC  X(001).
                   88  TB-EXPURGO-APOS-OBITO          VALUE "S".
      *
       01  W-IX                                PIC  9(004) COMP-5
                                                VALUE ZEROS.
       01  W-IY                                PIC  9(004) COMP-5
                                                VALUE ZEROS.
       01  W-ACHOU-CONTA                       PIC  X(001) VALUE "N".
           88  W-ACHOU-A-CONTA                        VALUE "S".
       01  W-ACHOU-OBITO                       PIC  X(001) VALUE "N".
           88  W-ACHOU-O-OBITO                        VALUE "S".
      *
      * lancamento em apuracao, informado pelo ponto que aciona
      * 046000-APLICAR-LANCAMENTO - valor positivo creditou a conta e
      * negativo a debitou
      *
       77  W-AG-LCT                            PIC  9(004) VALUE ZEROS.
       77  W-CT-LCT                            PIC  9(008) VALUE ZEROS.
       77  W-TS-LCT                            PIC  X(016) VALUE SPACES.
       77  W-VL-LCT                            PIC S9(015)V99
           VALUE ZEROS.
      *
      * apoio da emissao
      *
       77  W-SDO-OBITO                         PIC S9(015)V99
           VALUE ZEROS.
       77  W-TOT-SDO-ATUAL                     PIC S9(015)V99
           VALUE ZEROS.
       77  W-TOT-VL-POSTERIOR                  PIC S9(015)V99
           VALUE ZEROS.
       77  W-TOT-SDO-OBITO                     PIC S9(015)V99
           VALUE ZEROS.
       77  W-QT-CONTAS-OBITO                   PIC  9(004) VALUE ZEROS.
       77  W-DT-EDITADA                        PIC  X(010) VALUE SPACES.
       77  W-DT-EDITAR                         PIC  X(008) VALUE SPACES.
      *
      * contadores do fim do job
      *
       77  W-QT-LCT-POSTERIORES                PIC  9(009) VALUE ZEROS.
       77  W-QT-CONTAS-EXPURGO                 PIC  9(009) VALUE ZEROS.
       77  W-QT-OBITOS-SEM-CONTA               PIC  9(009) VALUE ZEROS.
      *
      * SDO001 soh existe depois do primeiro expurgo do CTCS0010, e os
      * ledgers depois do primeiro lancamento de cada tipo - sem o
      * arquivo, nao ha o que carregar
      *
       01  W-SDO001-DISPONIVEL                 PIC  X(001) VALUE "N".
           88  W-SDO001-DISPONIVEL-SIM                VALUE "S".
       01  W-DEP001-DISPONIVEL                 PIC  X(001) VALUE "N".
           88  W-DEP001-DISPONIVEL-SIM                VALUE "S".
       01  W-SAQ001-DISPONIVEL                 PIC  X(001) VALUE "N".
           88  W-SAQ001-DISPONIVEL-SIM                VALUE "S".
       01  W-RND001-DISPONIVEL                 PIC  X(001) VALUE "N".
           88  W-RND001-DISPONIVEL-SIM                VALUE "S".
       01  W-TRF001-DISPONIVEL                 PIC  X(001) VALUE "N".
           88  W-TRF001-DISPONIVEL-SIM                VALUE "S".
       01  W-EST001-DISPONIVEL                 PIC  X(001) VALUE "N".
           88  W-EST001-DISPONIVEL-SIM                VALUE "S".
       01  W-JRS001-DISPONIVEL                 PIC  X(001) VALUE "N".
           88  W-JRS001-DISPONIVEL-SIM                VALUE "S".
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
      *
      * sinaliza que as bases de dados ja foram abertas com sucesso,
      * para que 000000-SAIR nao tente fechar arquivos que nunca
      * chegaram a ser abertos (ex.: erro na leitura da carta de
      * controle)
      *
       01  W-ARQUIVOS-ABERTOS                  PIC  X(001) VALUE "N".
           88  W-ARQUIVOS-ABERTOS-SIM                  VALUE "S".
      *
       01  W-LINHA-BRANCO                      PIC  X(132) VALUE SPACES.
       01  W-LINHA-OBITO.
           03  FILLER                          PIC  X(005) VALUE
               "CPF: ".
           03  WLO-CPF                         PIC  9(011).
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLO-NM                          PIC  X(040).
           03  FILLER                          PIC  X(011) VALUE
               "  OBITO EM ".
           03  WLO-DT-OBITO                    PIC  X(010).
           03  FILLER                          PIC  X(012) VALUE
               "  CERTIDAO: ".
           03  WLO-NR-CERTIDAO                 PIC  X(032).
       01  W-LINHA-CAB-CONTA.
           03  FILLER                          PIC  X(017) VALUE
               "  AGENCIA/CONTA".
           03  FILLER                          PIC  X(010) VALUE
               "SITUACAO".
           03  FILLER                          PIC  X(017) VALUE
               "    SALDO ATUAL".
           03  FILLER                          PIC  X(017) VALUE
               "  MOV APOS OBITO".
           03  FILLER                          PIC  X(017) VALUE
               " SALDO NO OBITO".
           03  FILLER                          PIC  X(007) VALUE
               "  LCTS.".
           03  FILLER                          PIC  X(026) VALUE
               "  OBSERVACAO".
       01  W-LINHA-CONTA.
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLC-AG                          PIC  9(004).
           03  FILLER                          PIC  X(001) VALUE "/".
           03  WLC-CT                          PIC  9(008).
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLC-SITUACAO                    PIC  X(008) VALUE SPACES.
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLC-SDO-ATUAL                   PIC  --------.--9,99.
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLC-VL-POSTERIOR                PIC  --------.--9,99.
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLC-SDO-OBITO                   PIC  --------.--9,99.
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLC-QT-POSTERIOR                PIC  ZZZZ9.
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLC-OBSERVACAO                  PIC  X(024) VALUE SPACES.
       01  W-LINHA-TOTAL.
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  FILLER                          PIC  X(023) VALUE
               "TOTAL DO FALECIDO".
           03  WLT-SDO-ATUAL                   PIC  --------.--9,99.
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLT-VL-POSTERIOR                PIC  --------.--9,99.
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLT-SDO-OBITO                   PIC  --------.--9,99.
       01  W-LINHA-PARTILHA.
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  FILLER                          PIC  X(059) VALUE
               "JA TRANSFERIDO AOS HERDEIROS PELO CTCS0030".
           03  WLP-VL-PARTILHADO               PIC  ----.---.---.--9,99.
       01  W-LINHA-QT.
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLQ-TITULO                      PIC  X(040) VALUE SPACES.
           03  FILLER                          PIC  X(002) VALUE ": ".
           03  WLQ-QT                          PIC  ZZZ.ZZZ.ZZ9.
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
           PERFORM 030000-CARREGAR-OBITOS
           PERFORM 035000-CARREGAR-CONTAS
           PERFORM 040000-APURAR-LANCAMENTOS
           PERFORM 060000-EMITIR-RELATORIO
           PERFORM 080000-EMITIR-TOTAIS
           .
      *
       000000-SAIR.
           DISPLAY "CTCS0031 - Obitos emitidos.................: "
               W-QT-OBITOS
           DISPLAY "CTCS0031 - Contas dos falecidos............: "
               W-QT-CONTAS
           DISPLAY "CTCS0031 - Lancamentos posteriores ao obito: "
               W-QT-LCT-POSTERIORES
      *
           IF W-ARQUIVOS-ABERTOS-SIM
               CLOSE OBT001 CNT001 REL-OBITO
               IF W-SDO001-DISPONIVEL-SIM
                   CLOSE SDO001
               END-IF
               IF W-DEP001-DISPONIVEL-SIM
                   CLOSE DEP001
               END-IF
               IF W-SAQ001-DISPONIVEL-SIM
                   CLOSE SAQ001
               END-IF
               IF W-RND001-DISPONIVEL-SIM
                   CLOSE RND001
               END-IF
               IF W-TRF001-DISPONIVEL-SIM
                   CLOSE TRF001
               END-IF
               IF W-EST001-DISPONIVEL-SIM
                   CLOSE EST001
               END-IF
               IF W-JRS001-DISPONIVEL-SIM
                   CLOSE JRS001
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
      * le a carta de controle com os caminhos das bases de dados, o
      * caminho do relatorio e o CPF do falecido
      *
           OPEN INPUT ARQ-PARM
      *
           IF W-FILE-STATUS-ARQ-PARM NOT EQUAL "00"
               DISPLAY "CTCS0031 - Erro ao abrir a carta de controle "
                   "CTCS0031.PRM - FILE-STATUS=" W-FILE-STATUS-ARQ-PARM
               PERFORM 000000-SAIR
           END-IF
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-OBT001
               AT END
                   DISPLAY "CTCS0031 - Carta de controle incompleta "
                       "- caminho de OBT001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-CNT001
               AT END
                   DISPLAY "CTCS0031 - Carta de controle incompleta "
                       "- caminho de CNT001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-SDO001
               AT END
                   DISPLAY "CTCS0031 - Carta de controle incompleta "
                       "- caminho de SDO001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-DEP001
               AT END
                   DISPLAY "CTCS0031 - Carta de controle incompleta "
                       "- caminho de DEP001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-SAQ001
               AT END
                   DISPLAY "CTCS0031 - Carta de controle incompleta "
                       "- caminho de SAQ001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-RND001
               AT END
                   DISPLAY "CTCS0031 - Carta de controle incompleta "
                       "- caminho de RND001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-TRF001
               AT END
                   DISPLAY "CTCS0031 - Carta de controle incompleta "
                       "- caminho de TRF001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-EST001
               AT END
                   DISPLAY "CTCS0031 - Carta de controle incompleta "
                       "- caminho de EST001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-JRS001
               AT END
                   DISPLAY "CTCS0031 - Carta de controle incompleta "
                       "- caminho de JRS001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-TAR001
               AT END
                   DISPLAY "CTCS0031 - Carta de controle incompleta "
                       "- caminho de TAR001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-TRX001
               AT END
                   DISPLAY "CTCS0031 - Carta de controle incompleta "
                       "- caminho de TRX001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-DVL001
               AT END
                   DISPLAY "CTCS0031 - Carta de controle incompleta "
                       "- caminho de DVL001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-PAG001
               AT END
                   DISPLAY "CTCS0031 - Carta de controle incompleta "
                       "- caminho de PAG001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-EMP001
               AT END
                   DISPLAY "CTCS0031 - Carta de controle incompleta "
                       "- caminho de EMP001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-PCL001
               AT END
                   DISPLAY "CTCS0031 - Carta de controle incompleta "
                       "- caminho de PCL001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-CHQ001
               AT END
                   DISPLAY "CTCS0031 - Carta de controle incompleta "
                       "- caminho de CHQ001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-RUN001
               AT END
                   DISPLAY "CTCS0031 - Carta de controle incompleta "
                       "- caminho de RUN001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-REL-OBITO
               AT END
                   DISPLAY "CTCS0031 - Carta de controle incompleta "
                       "- caminho do relatorio ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO W-PARM-CPF
               AT END
                   DISPLAY "CTCS0031 - Carta de controle incompleta "
                       "- CPF do falecido ausente."
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
      * o CPF vem preenchido (um falecido) ou zerado (todos os obitos
      * registrados)
      *
           MOVE "CPF do falecido"              TO W-NM-PARM
           MOVE W-PARM-CPF                     TO W-PARM-IMAGEM
           MOVE 11                             TO W-TAM-PARM
           PERFORM 016000-VALIDAR-PARM-NUMERICO
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
                   DISPLAY "CTCS0031 - Parametro invalido na carta "
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
      * conflitante em andamento (em especial o expurgo do CTCS0010,
      * que tira lancamentos das bases correntes no meio da apuracao)
      * e registra o inicio desta execucao
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
                           IF RUN001-NM-JOB EQUAL "CTCS0031"
      * registro de execucao anterior deste proprio job que caiu sem
      * finalizar - apenas avisa, pois a reexecucao eh legitima
                               DISPLAY "CTCS0031 - Aviso: execucao "
                                   "anterior iniciada em "
                                   RUN001-TS-INICIO " nao foi "
                                   "finalizada em RUN001."
                           ELSE
                               DISPLAY "CTCS0031 - Job "
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
           MOVE "CTCS0031"      TO RUN001-NM-JOB
           MOVE W-TS-CRR(1:16)  TO RUN001-TS-INICIO
           SET RUN001-EM-EXECUCAO TO TRUE
           MOVE ZEROS           TO RUN001-TS-FIM
           MOVE ZEROS           TO RUN001-QT-REGISTROS
      *
           WRITE RUN001-REGISTRO
               INVALID KEY
                   DISPLAY "CTCS0031 - Erro ao registrar o inicio "
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
           OPEN INPUT OBT001
      *
           IF W-FILE-STATUS-OBT001 NOT EQUAL "00"
               DISPLAY "CTCS0031 - Erro ao abrir OBT001 (nenhum obito "
                   "registrado pelo CTCS0030?) - FILE-STATUS="
                   W-FILE-STATUS-OBT001
               PERFORM 000000-SAIR
           END-IF
      *
           OPEN INPUT CNT001
      *
           IF W-FILE-STATUS-CNT001 NOT EQUAL "00"
               DISPLAY "CTCS0031 - Erro ao abrir CNT001 - "
                   "FILE-STATUS=" W-FILE-STATUS-CNT001
               CLOSE OBT001
               PERFORM 000000-SAIR
           END-IF
      *
           OPEN INPUT SDO001
      *
           IF W-FILE-STATUS-SDO001 EQUAL "00"
               SET W-SDO001-DISPONIVEL-SIM TO TRUE
           END-IF
      *
           OPEN INPUT DEP001
      *
           IF W-FILE-STATUS-DEP001 EQUAL "00"
               SET W-DEP001-DISPONIVEL-SIM TO TRUE
           END-IF
      *
           OPEN INPUT SAQ001
      *
           IF W-FILE-STATUS-SAQ001 EQUAL "00"
               SET W-SAQ001-DISPONIVEL-SIM TO TRUE
           END-IF
      *
           OPEN INPUT RND001
      *
           IF W-FILE-STATUS-RND001 EQUAL "00"
               SET W-RND001-DISPONIVEL-SIM TO TRUE
           END-IF
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
           OPEN INPUT JRS001
      *
           IF W-FILE-STATUS-JRS001 EQUAL "00"
               SET W-JRS001-DISPONIVEL-SIM TO TRUE
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
           OPEN OUTPUT REL-OBITO
      *
           SET W-ARQUIVOS-ABERTOS-SIM TO TRUE
           .
      *
       020000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       030000-CARREGAR-OBITOS SECTION.
      *------------------------------------------------------------------------
      * carrega o obito do CPF da carta de controle, ou todos os
      * obitos registrados em OBT001
      *
           IF W-CPF-PARM NOT EQUAL ZEROS
               MOVE W-CPF-PARM TO OBT001-CPF
      *
               READ OBT001
                   KEY IS OBT001-CPF
                   INVALID KEY
                       DISPLAY "CTCS0031 - Obito do CPF " W-CPF-PARM
                           " nao registrado em OBT001."
                       PERFORM 000000-SAIR
                   NOT INVALID KEY
                       PERFORM 031000-INCLUIR-OBITO
               END-READ
           ELSE
               MOVE "N" TO W-FIM-ARQ
               PERFORM UNTIL W-FIM-DE-ARQ
                   READ OBT001 NEXT
                       AT END
                           SET W-FIM-DE-ARQ TO TRUE
                       NOT AT END
                           PERFORM 031000-INCLUIR-OBITO
                   END-READ
               END-PERFORM
           END-IF
           .
      *
       030000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       031000-INCLUIR-OBITO SECTION.
      *------------------------------------------------------------------------
      * Entrada: OBT001-REGISTRO
      *
           IF W-QT-OBITOS >= W-MAX-OBITOS
               DISPLAY "CTCS0031 - Quantidade de obitos excede a "
                   "capacidade da tabela."
               PERFORM 000000-SAIR
           END-IF
      *
           ADD 1 TO W-QT-OBITOS
           MOVE W-QT-OBITOS          TO W-IX
           MOVE OBT001-CPF           TO TB-OBT-CPF(W-IX)
           MOVE OBT001-NM            TO TB-OBT-NM(W-IX)
           MOVE OBT001-DT-OBITO      TO TB-OBT-DT-OBITO(W-IX)
           MOVE OBT001-NR-CERTIDAO   TO TB-OBT-NR-CERTIDAO(W-IX)
           MOVE OBT001-VL-PARTILHADO TO TB-OBT-VL-PARTILHADO(W-IX)
           .
      *
       031000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       035000-CARREGAR-CONTAS SECTION.
      *------------------------------------------------------------------------
      * percorre CNT001 e carrega as contas cujo titular principal
      * esta entre os obitos carregados - em qualquer situacao, pois
      * a conta pode ja ter sido encerrada pela partilha
      *
           MOVE "N" TO W-FIM-ARQ
           PERFORM UNTIL W-FIM-DE-ARQ
               READ CNT001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ TO TRUE
                   NOT AT END
                       PERFORM 036000-LOCALIZAR-OBITO
                       IF W-ACHOU-O-OBITO
                           PERFORM 037000-INCLUIR-CONTA
                       END-IF
               END-READ
           END-PERFORM
           .
      *
       035000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       036000-LOCALIZAR-OBITO SECTION.
      *------------------------------------------------------------------------
      * Entrada: CNT001-CPF
      * Saida..: W-ACHOU-OBITO / W-IY
      *
           MOVE "N" TO W-ACHOU-OBITO
      *
           PERFORM VARYING W-IY FROM 1 BY 1 UNTIL W-IY > W-QT-OBITOS
               IF TB-OBT-CPF(W-IY) EQUAL CNT001-CPF
                   SET W-ACHOU-O-OBITO TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
      *
       036000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       037000-INCLUIR-CONTA SECTION.
      *------------------------------------------------------------------------
      * Entrada: CNT001-REGISTRO / W-IY (obito do titular)
      *
      * o saldo no obito eh apurado de tras para frente a partir do
      * saldo atual - se o CTCS0010 ja expurgou lancamentos de data
      * posterior ao obito, eles nao podem mais ser desfeitos e a
      * conta sai marcada
      *
           IF W-QT-CONTAS >= W-MAX-CONTAS
               DISPLAY "CTCS0031 - Quantidade de contas excede a "
                   "capacidade da tabela de saldos."
               PERFORM 000000-SAIR
           END-IF
      *
           ADD 1 TO W-QT-CONTAS
           MOVE W-QT-CONTAS            TO W-IX
           MOVE CNT001-AG              TO TB-AG(W-IX)
           MOVE CNT001-CT              TO TB-CT(W-IX)
           MOVE W-IY                   TO TB-IX-OBITO(W-IX)
           MOVE TB-OBT-DT-OBITO(W-IY)  TO TB-DT-OBITO(W-IX)
           MOVE CNT001-ST-CT           TO TB-ST-CT(W-IX)
           MOVE CNT001-SDO             TO TB-SDO-CNT(W-IX)
           MOVE ZEROS                  TO TB-VL-POSTERIOR(W-IX)
                                          TB-QT-POSTERIOR(W-IX)
           MOVE "N"                    TO TB-FL-EXPURGO(W-IX)
      *
           IF W-SDO001-DISPONIVEL-SIM
               MOVE CNT001-AG TO SDO001-AG
               MOVE CNT001-CT TO SDO001-CT
      *
               READ SDO001
                   KEY IS SDO001-ID-CT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SDO001-DT-CORTE > TB-DT-OBITO(W-IX)
                           SET TB-EXPURGO-APOS-OBITO(W-IX) TO TRUE
                           ADD 1 TO W-QT-CONTAS-EXPURGO
                       END-IF
               END-READ
           END-IF
           .
      *
       037000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       040000-APURAR-LANCAMENTOS SECTION.
      *------------------------------------------------------------------------
      * percorre todos os ledgers que mexem no saldo, com o mesmo sinal
      * do extrato do CTCS0003 - o estorno entra na sua propria data,
      * de modo que um lancamento anterior ao obito estornado depois
      * dele conste do saldo no obito, como de fato estava
      *
      * sem o arquivo, nao ha o que carregar
           IF W-DEP001-DISPONIVEL-SIM
               MOVE "N" TO W-FIM-ARQ
           ELSE
               MOVE "S" TO W-FIM-ARQ
           END-IF
           PERFORM UNTIL W-FIM-DE-ARQ
               READ DEP001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ TO TRUE
                   NOT AT END
                       MOVE DEP001-AG-CLI      TO W-AG-LCT
                       MOVE DEP001-CT-CLI      TO W-CT-LCT
                       MOVE DEP001-TS-DEP      TO W-TS-LCT
                       MOVE DEP001-VL-DEP      TO W-VL-LCT
                       PERFORM 046000-APLICAR-LANCAMENTO
               END-READ
           END-PERFORM
      *
      * sem o arquivo, nao ha o que carregar
           IF W-SAQ001-DISPONIVEL-SIM
               MOVE "N" TO W-FIM-ARQ
           ELSE
               MOVE "S" TO W-FIM-ARQ
           END-IF
           PERFORM UNTIL W-FIM-DE-ARQ
               READ SAQ001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ TO TRUE
                   NOT AT END
                       MOVE SAQ001-AG-CLI      TO W-AG-LCT
                       MOVE SAQ001-CT-CLI      TO W-CT-LCT
                       MOVE SAQ001-TS-SAQ      TO W-TS-LCT
                       COMPUTE W-VL-LCT = ZEROS - SAQ001-VL-SAQ
                       PERFORM 046000-APLICAR-LANCAMENTO
               END-READ
           END-PERFORM
      *
      * sem o arquivo, nao ha o que carregar
           IF W-RND001-DISPONIVEL-SIM
               MOVE "N" TO W-FIM-ARQ
           ELSE
               MOVE "S" TO W-FIM-ARQ
           END-IF
           PERFORM UNTIL W-FIM-DE-ARQ
               READ RND001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ TO TRUE
                   NOT AT END
                       MOVE RND001-AG-CLI      TO W-AG-LCT
                       MOVE RND001-CT-CLI      TO W-CT-LCT
                       MOVE RND001-TS-RND      TO W-TS-LCT
                       MOVE RND001-VL-RND      TO W-VL-LCT
                       PERFORM 046000-APLICAR-LANCAMENTO
               END-READ
           END-PERFORM
      *
      * cada transferencia debita a conta de origem e credita a conta
      * de destino - inclusive a partilha do espolio feita pelo
      * CTCS0030
      *
      * sem o arquivo, nao ha o que carregar
           IF W-TRF001-DISPONIVEL-SIM
               MOVE "N" TO W-FIM-ARQ
           ELSE
               MOVE "S" TO W-FIM-ARQ
           END-IF
           PERFORM UNTIL W-FIM-DE-ARQ
               READ TRF001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ TO TRUE
                   NOT AT END
                       MOVE TRF001-TS-TRF      TO W-TS-LCT
                       MOVE TRF001-AG-ORIG     TO W-AG-LCT
                       MOVE TRF001-CT-ORIG     TO W-CT-LCT
                       COMPUTE W-VL-LCT = ZEROS - TRF001-VL-TRF
                       PERFORM 046000-APLICAR-LANCAMENTO
                       MOVE TRF001-AG-DEST     TO W-AG-LCT
                       MOVE TRF001-CT-DEST     TO W-CT-LCT
                       MOVE TRF001-VL-TRF      TO W-VL-LCT
                       PERFORM 046000-APLICAR-LANCAMENTO
               END-READ
           END-PERFORM
      *
      * o estorno de deposito debita a conta e o de saque a credita
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
                       MOVE EST001-AG-CLI      TO W-AG-LCT
                       MOVE EST001-CT-CLI      TO W-CT-LCT
                       MOVE EST001-TS-EST      TO W-TS-LCT
                       IF EST001-ORIG-DEPOSITO
                           COMPUTE W-VL-LCT = ZEROS - EST001-VL-EST
                       ELSE
                           MOVE EST001-VL-EST  TO W-VL-LCT
                       END-IF
                       PERFORM 046000-APLICAR-LANCAMENTO
               END-READ
           END-PERFORM
      *
      * sem o arquivo, nao ha o que carregar
           IF W-JRS001-DISPONIVEL-SIM
               MOVE "N" TO W-FIM-ARQ
           ELSE
               MOVE "S" TO W-FIM-ARQ
           END-IF
           PERFORM UNTIL W-FIM-DE-ARQ
               READ JRS001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ TO TRUE
                   NOT AT END
                       MOVE JRS001-AG-CLI      TO W-AG-LCT
                       MOVE JRS001-CT-CLI      TO W-CT-LCT
                       MOVE JRS001-TS-JRS      TO W-TS-LCT
                       COMPUTE W-VL-LCT = ZEROS - JRS001-VL-JRS
                       PERFORM 046000-APLICAR-LANCAMENTO
               END-READ
           END-PERFORM
      *
      * sem o arquivo, nao ha o que carregar
           IF W-TAR001-DISPONIVEL-SIM
               MOVE "N" TO W-FIM-ARQ
           ELSE
               MOVE "S" TO W-FIM-ARQ
           END-IF
           PERFORM UNTIL W-FIM-DE-ARQ
               READ TAR001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ TO TRUE
                   NOT AT END
                       MOVE TAR001-AG-CLI      TO W-AG-LCT
                       MOVE TAR001-CT-CLI      TO W-CT-LCT
                       MOVE TAR001-TS-TAR      TO W-TS-LCT
                       COMPUTE W-VL-LCT = ZEROS - TAR001-VL-TAR
                       PERFORM 046000-APLICAR-LANCAMENTO
               END-READ
           END-PERFORM
      *
      * sem o arquivo, nao ha o que carregar
           IF W-TRX001-DISPONIVEL-SIM
               MOVE "N" TO W-FIM-ARQ
           ELSE
               MOVE "S" TO W-FIM-ARQ
           END-IF
           PERFORM UNTIL W-FIM-DE-ARQ
               READ TRX001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ TO TRUE
                   NOT AT END
                       MOVE TRX001-AG-ORIG     TO W-AG-LCT
                       MOVE TRX001-CT-ORIG     TO W-CT-LCT
                       MOVE TRX001-TS-TRX      TO W-TS-LCT
                       COMPUTE W-VL-LCT = ZEROS - TRX001-VL-TRX
                       PERFORM 046000-APLICAR-LANCAMENTO
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
                       MOVE DVL001-AG-CLI      TO W-AG-LCT
                       MOVE DVL001-CT-CLI      TO W-CT-LCT
                       MOVE DVL001-TS-DVL      TO W-TS-LCT
                       MOVE DVL001-VL-DVL      TO W-VL-LCT
                       PERFORM 046000-APLICAR-LANCAMENTO
               END-READ
           END-PERFORM
      *
      * sem o arquivo, nao ha o que carregar
           IF W-PAG001-DISPONIVEL-SIM
               MOVE "N" TO W-FIM-ARQ
           ELSE
               MOVE "S" TO W-FIM-ARQ
           END-IF
           PERFORM UNTIL W-FIM-DE-ARQ
               READ PAG001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ TO TRUE
                   NOT AT END
                       MOVE PAG001-AG-CLI      TO W-AG-LCT
                       MOVE PAG001-CT-CLI      TO W-CT-LCT
                       MOVE PAG001-TS-PAG      TO W-TS-LCT
                       COMPUTE W-VL-LCT = ZEROS - PAG001-VL-PAG
                       PERFORM 046000-APLICAR-LANCAMENTO
               END-READ
           END-PERFORM
      *
      * sem o arquivo, nao ha o que carregar
           IF W-EMP001-DISPONIVEL-SIM
               MOVE "N" TO W-FIM-ARQ
           ELSE
               MOVE "S" TO W-FIM-ARQ
           END-IF
           PERFORM UNTIL W-FIM-DE-ARQ
               READ EMP001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ TO TRUE
                   NOT AT END
                       MOVE EMP001-AG-CLI       TO W-AG-LCT
                       MOVE EMP001-CT-CLI       TO W-CT-LCT
                       MOVE EMP001-TS-CONTRATO  TO W-TS-LCT
                       MOVE EMP001-VL-PRINCIPAL TO W-VL-LCT
                       PERFORM 046000-APLICAR-LANCAMENTO
               END-READ
           END-PERFORM
      *
      * a parcela paga debita o valor efetivamente cobrado (parcela +
      * mora) na data do pagamento
      *
      * sem o arquivo, nao ha o que carregar
           IF W-PCL001-DISPONIVEL-SIM
               MOVE "N" TO W-FIM-ARQ
           ELSE
               MOVE "S" TO W-FIM-ARQ
           END-IF
           PERFORM UNTIL W-FIM-DE-ARQ
               READ PCL001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ TO TRUE
                   NOT AT END
                       IF PCL001-PAGA
                           MOVE PCL001-AG-CLI       TO W-AG-LCT
                           MOVE PCL001-CT-CLI       TO W-CT-LCT
                           MOVE PCL001-TS-PAGAMENTO TO W-TS-LCT
                           COMPUTE W-VL-LCT =
                               ZEROS - PCL001-VL-PAGO
                           PERFORM 046000-APLICAR-LANCAMENTO
                       END-IF
               END-READ
           END-PERFORM
      *
      * o cheque pago na compensacao debita o valor na data do
      * pagamento
      *
      * sem o arquivo, nao ha o que carregar
           IF W-CHQ001-DISPONIVEL-SIM
               MOVE "N" TO W-FIM-ARQ
           ELSE
               MOVE "S" TO W-FIM-ARQ
           END-IF
           PERFORM UNTIL W-FIM-DE-ARQ
               READ CHQ001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ TO TRUE
                   NOT AT END
                       IF CHQ001-PAGO
                           MOVE CHQ001-AG                TO W-AG-LCT
                           MOVE CHQ001-CT                TO W-CT-LCT
                           MOVE CHQ001-TS-PAGAMENTO      TO W-TS-LCT
                           COMPUTE W-VL-LCT =
                               ZEROS - CHQ001-VL-CHEQUE
                           PERFORM 046000-APLICAR-LANCAMENTO
                       END-IF
               END-READ
           END-PERFORM
           .
      *
       040000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       045000-LOCALIZAR-CONTA SECTION.
      *------------------------------------------------------------------------
      * Entrada: W-AG-LCT / W-CT-LCT
      * Saida..: W-ACHOU-CONTA / W-IX
      *
           MOVE "N" TO W-ACHOU-CONTA
      *
           PERFORM VARYING W-IX FROM 1 BY 1 UNTIL W-IX > W-QT-CONTAS
               IF TB-AG(W-IX) EQUAL W-AG-LCT
                  AND TB-CT(W-IX) EQUAL W-CT-LCT
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
       046000-APLICAR-LANCAMENTO SECTION.
      *------------------------------------------------------------------------
      * Entrada: W-AG-LCT / W-CT-LCT / W-TS-LCT / W-VL-LCT
      *
      * o saldo no obito eh o saldo ao final do dia do obito - apenas
      * os lancamentos de data posterior a ele sao acumulados, para
      * serem desfeitos do saldo atual
      *
           PERFORM 045000-LOCALIZAR-CONTA
      *
           IF W-ACHOU-A-CONTA
               IF W-TS-LCT(1:8) > TB-DT-OBITO(W-IX)
                   ADD W-VL-LCT TO TB-VL-POSTERIOR(W-IX)
                   ADD 1 TO TB-QT-POSTERIOR(W-IX)
                   ADD 1 TO W-QT-LCT-POSTERIORES
               END-IF
           END-IF
           .
      *
       046000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       060000-EMITIR-RELATORIO SECTION.
      *------------------------------------------------------------------------
      * emite, para cada obito, o cabecalho do falecido e as suas
      * contas com o saldo no obito, seguidos do total
      *
           MOVE SPACES TO REL-OBITO-LINHA
           STRING "SALDO NA DATA DO OBITO - CONTAS DE TITULAR "
                  "FALECIDO - PROCESSAMENTO DE " W-DD-CRR "/"
                  W-MM-CRR "/" W-AA-CRR
                  DELIMITED BY SIZE INTO REL-OBITO-LINHA
           WRITE REL-OBITO-LINHA
      *
           PERFORM VARYING W-IY FROM 1 BY 1 UNTIL W-IY > W-QT-OBITOS
               PERFORM 061000-EMITIR-OBITO
           END-PERFORM
           .
      *
       060000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       061000-EMITIR-OBITO SECTION.
      *------------------------------------------------------------------------
      * Entrada: W-IY (obito em emissao)
      *
           WRITE REL-OBITO-LINHA FROM W-LINHA-BRANCO
      *
           MOVE TB-OBT-DT-OBITO(W-IY) TO W-DT-EDITAR
           PERFORM 066000-EDITAR-DATA
      *
           MOVE TB-OBT-CPF(W-IY)         TO WLO-CPF
           MOVE TB-OBT-NM(W-IY)          TO WLO-NM
           MOVE W-DT-EDITADA             TO WLO-DT-OBITO
           MOVE TB-OBT-NR-CERTIDAO(W-IY) TO WLO-NR-CERTIDAO
           WRITE REL-OBITO-LINHA FROM W-LINHA-OBITO
           WRITE REL-OBITO-LINHA FROM W-LINHA-CAB-CONTA
      *
           MOVE ZEROS TO W-TOT-SDO-ATUAL
                         W-TOT-VL-POSTERIOR
                         W-TOT-SDO-OBITO
                         W-QT-CONTAS-OBITO
      *
           PERFORM VARYING W-IX FROM 1 BY 1 UNTIL W-IX > W-QT-CONTAS
               IF TB-IX-OBITO(W-IX) EQUAL W-IY
                   PERFORM 062000-EMITIR-CONTA
               END-IF
           END-PERFORM
      *
           IF W-QT-CONTAS-OBITO EQUAL ZEROS
               ADD 1 TO W-QT-OBITOS-SEM-CONTA
               MOVE SPACES TO REL-OBITO-LINHA
               STRING "  NENHUMA CONTA DE TITULARIDADE PRINCIPAL "
                      "EM CNT001" DELIMITED BY SIZE INTO REL-OBITO-LINHA
               WRITE REL-OBITO-LINHA
           ELSE
               MOVE W-TOT-SDO-ATUAL    TO WLT-SDO-ATUAL
               MOVE W-TOT-VL-POSTERIOR TO WLT-VL-POSTERIOR
               MOVE W-TOT-SDO-OBITO    TO WLT-SDO-OBITO
               WRITE REL-OBITO-LINHA FROM W-LINHA-TOTAL
           END-IF
      *
           IF TB-OBT-VL-PARTILHADO(W-IY) NOT EQUAL ZEROS
               MOVE TB-OBT-VL-PARTILHADO(W-IY) TO WLP-VL-PARTILHADO
               WRITE REL-OBITO-LINHA FROM W-LINHA-PARTILHA
           END-IF
           .
      *
       061000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       062000-EMITIR-CONTA SECTION.
      *------------------------------------------------------------------------
      * Entrada: W-IX (conta em emissao)
      *
      * saldo no obito = saldo atual - movimentacao posterior ao obito
      *
           SUBTRACT TB-VL-POSTERIOR(W-IX) FROM TB-SDO-CNT(W-IX)
               GIVING W-SDO-OBITO
      *
           MOVE TB-AG(W-IX)           TO WLC-AG
           MOVE TB-CT(W-IX)           TO WLC-CT
           MOVE TB-SDO-CNT(W-IX)      TO WLC-SDO-ATUAL
           MOVE TB-VL-POSTERIOR(W-IX) TO WLC-VL-POSTERIOR
           MOVE W-SDO-OBITO           TO WLC-SDO-OBITO
           MOVE TB-QT-POSTERIOR(W-IX) TO WLC-QT-POSTERIOR
      *
           EVALUATE TB-ST-CT(W-IX)
               WHEN "A"
                   MOVE "ATIVA"    TO WLC-SITUACAO
               WHEN "E"
                   MOVE "ENCERR."  TO WLC-SITUACAO
               WHEN "D"
                   MOVE "DORMENTE" TO WLC-SITUACAO
               WHEN "O"
                   MOVE "ESPOLIO"  TO WLC-SITUACAO
               WHEN OTHER
                   MOVE TB-ST-CT(W-IX) TO WLC-SITUACAO
           END-EVALUATE
      *
           IF TB-EXPURGO-APOS-OBITO(W-IX)
               MOVE "EXPURGO APOS O OBITO"   TO WLC-OBSERVACAO
           ELSE
               MOVE SPACES                   TO WLC-OBSERVACAO
           END-IF
      *
           WRITE REL-OBITO-LINHA FROM W-LINHA-CONTA
      *
           ADD 1                     TO W-QT-CONTAS-OBITO
           ADD TB-SDO-CNT(W-IX)      TO W-TOT-SDO-ATUAL
           ADD TB-VL-POSTERIOR(W-IX) TO W-TOT-VL-POSTERIOR
           ADD W-SDO-OBITO           TO W-TOT-SDO-OBITO
           .
      *
       062000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       066000-EDITAR-DATA SECTION.
      *------------------------------------------------------------------------
      * Entrada: W-DT-EDITAR (AAAAMMDD)
      * Saida..: W-DT-EDITADA (DD/MM/AAAA)
      *
           MOVE SPACES TO W-DT-EDITADA
           STRING W-DT-EDITAR(7:2) "/" W-DT-EDITAR(5:2) "/"
                  W-DT-EDITAR(1:4) DELIMITED BY SIZE
                  INTO W-DT-EDITADA
           .
      *
       066000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       080000-EMITIR-TOTAIS SECTION.
      *------------------------------------------------------------------------
      *
           WRITE REL-OBITO-LINHA FROM W-LINHA-BRANCO
      *
           MOVE "OBITOS EMITIDOS" TO WLQ-TITULO
           MOVE W-QT-OBITOS TO WLQ-QT
           WRITE REL-OBITO-LINHA FROM W-LINHA-QT
      *
           MOVE "OBITOS SEM CONTA EM CNT001" TO WLQ-TITULO
           MOVE W-QT-OBITOS-SEM-CONTA TO WLQ-QT
           WRITE REL-OBITO-LINHA FROM W-LINHA-QT
      *
           MOVE "CONTAS DOS FALECIDOS" TO WLQ-TITULO
           MOVE W-QT-CONTAS TO WLQ-QT
           WRITE REL-OBITO-LINHA FROM W-LINHA-QT
      *
           MOVE "LANCAMENTOS POSTERIORES AO OBITO" TO WLQ-TITULO
           MOVE W-QT-LCT-POSTERIORES TO WLQ-QT
           WRITE REL-OBITO-LINHA FROM W-LINHA-QT
      *
           MOVE "CONTAS COM EXPURGO APOS O OBITO" TO WLQ-TITULO
           MOVE W-QT-CONTAS-EXPURGO TO WLQ-QT
           WRITE REL-OBITO-LINHA FROM W-LINHA-QT
      *
           DISPLAY "CTCS0031 - Relatorio de saldo no obito concluido."
           .
      *
       080000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       090000-REGISTRAR-FIM-RUN SECTION.
      *------------------------------------------------------------------------
      * marca em RUN001 o fim desta execucao, com o timestamp e a
      * quantidade de contas emitidas - nada a marcar se o inicio nao
      * chegou a ser registrado (ex.: abortada por conflito)
      *
           IF W-RUN-REGISTRADO-SIM
               MOVE W-RUN-CHAVE-JOB TO RUN001-CHAVE
      *
               READ RUN001
                   KEY IS RUN001-CHAVE
                   INVALID KEY
                       DISPLAY "CTCS0031 - Erro ao reler o registro "
                           "de execucao em RUN001 - FILE-STATUS="
                           W-FILE-STATUS-RUN001
                   NOT INVALID KEY
                       SET RUN001-FINALIZADO TO TRUE
                       MOVE FUNCTION CURRENT-DATE TO W-TS-CRR
                       MOVE W-TS-CRR(1:16) TO RUN001-TS-FIM
                       MOVE W-QT-CONTAS    TO RUN001-QT-REGISTROS
                       REWRITE RUN001-REGISTRO
                           INVALID KEY
                               DISPLAY "CTCS0031 - Erro ao finalizar "
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
