      *------------------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------------------------------------------------
       PROGRAM-ID. CTCS0028.
      *------------------------------------------------------------------------
      * PROGRAMADOR: Mateus Barbosa da Silva
      * SIGLA......: CTC - Controle de Contas
      * OBJETIVO...: Reconstrucao do saldo de CNT001 e consulta de
      * saldo em data passada - parte do saldo de abertura de SDO001
      * e refaz, em ordem de timestamp, os lancamentos de DEP001,
      * SAQ001, TRF001, EST001, RND001, JRS001, TAR001, TRX001,
      * DVL001, PAG001, EMP001, PCL001 e CHQ001 ate a data/hora de
      * corte da carta de controle; no modo consulta ("C") emite o
      * saldo no corte de uma conta (com os lancamentos refeitos) ou
      * de todas as contas; no modo reconstrucao ("R") regrava
      * CNT001-SDO das contas cujo saldo apurado difere do gravado,
      * marcando cada correcao com um registro de AUD001 do tipo "R"
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
       SELECT SDO001
           ASSIGN TO CAMINHO-ARQ-SDO001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS SDO001-ID-CT
           FILE STATUS  IS W-FILE-STATUS-SDO001
           .
      *
       SELECT ARQ-HIST
           ASSIGN TO CAMINHO-ARQ-HIST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FILE-STATUS-HIST
           .
      *
      * DEP001 e SAQ001 tambem sao lidos pela chave, para saber se o
      * lancamento desfeito por um estorno ainda esta na base corrente
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
      * trilha de auditoria e controle de sequencia - soh abertos no
      * modo reconstrucao
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
           ASSIGN TO 'CTCS0028.PRM'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FILE-STATUS-ARQ-PARM
           .
      *
       SELECT REL-SALDOS
           ASSIGN TO CAMINHO-REL-SALDOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FILE-STATUS-REL-SALDOS
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
       FD ARQ-HIST.
      *------------------------------------------------------------------------
      * imagem do registro expurgado, gravada como texto pelo CTCS0010
      *
       01  REG-HIST                             PIC  X(120).
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
      *
      *------------------------------------------------------------------------
       FD ARQ-PARM.
      *------------------------------------------------------------------------
      *
       01  REG-ARQ-PARM                        PIC  X(100).
      *
      *------------------------------------------------------------------------
       FD REL-SALDOS.
      *------------------------------------------------------------------------
      *
       01  REL-SALDOS-LINHA                    PIC  X(132).
      *
      *------------------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *------------------------------------------------------------------------
      *
       77  W-FILE-STATUS-CNT001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-SDO001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-HIST                  PIC  X(002) VALUE ZEROS.
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
       77  W-FILE-STATUS-AUD001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-CTL001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-RUN001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-ARQ-PARM              PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-REL-SALDOS            PIC  X(002) VALUE ZEROS.
      *
       77  CAMINHO-ARQ-CNT001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-SDO001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-HIST                    PIC  X(100) VALUE SPACES.
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
       77  CAMINHO-ARQ-AUD001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-CTL001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-RUN001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-REL-SALDOS                  PIC  X(100) VALUE SPACES.
      *
      * prefixo dos arquivos historicos anuais do CTCS0010, lido da
      * carta de controle
      *
       77  W-PREFIXO-HIST                      PIC  X(060) VALUE SPACES.
      *
      * modo de execucao, conta (agencia e conta zeradas = todas as
      * contas) e data/hora de corte, lidos da carta de controle
      *
       01  W-PARM-MODO                         PIC  X(001) VALUE SPACE.
           88  W-MODO-CONSULTA                        VALUE "C".
           88  W-MODO-RECONSTRUCAO                    VALUE "R".
       01  W-PARM-AG                           PIC  X(004) VALUE ZEROS.
       01  W-AG-PARM REDEFINES W-PARM-AG       PIC  9(004).
       01  W-PARM-CT                           PIC  X(008) VALUE ZEROS.
       01  W-CT-PARM REDEFINES W-PARM-CT       PIC  9(008).
       01  W-PARM-DT-CORTE                     PIC  X(008) VALUE ZEROS.
       01  W-DT-CORTE-PARM REDEFINES W-PARM-DT-CORTE.
           03  W-AA-CORTE                      PIC  9(004).
           03  W-MM-CORTE                      PIC  9(002).
           03  W-DD-CORTE                      PIC  9(002).
       01  W-PARM-HR-CORTE                     PIC  X(006) VALUE ZEROS.
       01  W-HR-CORTE-PARM REDEFINES W-PARM-HR-CORTE.
           03  W-HH-CORTE                      PIC  9(002).
           03  W-MI-CORTE                      PIC  9(002).
           03  W-SS-CORTE                      PIC  9(002).
      *
      * timestamp de corte no formato dos lancamentos - o corte inclui
      * todo o segundo informado
      *
       01  W-TS-CORTE.
           03  W-TS-CORTE-DT                   PIC  X(008) VALUE ZEROS.
           03  W-TS-CORTE-HR                   PIC  X(006) VALUE ZEROS.
           03  FILLER                          PIC  X(002) VALUE "99".
      *
       01  W-CONTA-UNICA                       PIC  X(001) VALUE "N".
           88  W-CONTA-UNICA-SIM                      VALUE "S".
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
      * contas apuradas, na ordem de agencia/conta de CNT001 - o saldo
      * de abertura ja vem descontado dos lancamentos expurgados
      * posteriores ao corte, e o saldo no corte soma a ele os
      * lancamentos correntes ate o corte
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
               05  TB-SDO-ABERTURA             PIC S9(015)V99.
               05  TB-SDO-CORTE                PIC S9(015)V99.
               05  TB-QT-POSTERIOR             PIC  9(005).
      *
       01  W-IX                                PIC  9(004) COMP-5
                                                VALUE ZEROS.
       01  W-IY                                PIC  9(004) COMP-5
                                                VALUE ZEROS.
       01  W-ACHOU-CONTA                       PIC  X(001) VALUE "N".
           88  W-ACHOU-A-CONTA                        VALUE "S".
      *
      * lancamentos refeitos da conta consultada, para a listagem em
      * ordem de timestamp com o saldo apos cada um (soh na consulta
      * de uma unica conta)
      *
       77  W-MAX-MOVIMENTOS                    PIC  9(004) VALUE 9999.
       77  W-QT-MOVIMENTOS                     PIC  9(004) VALUE ZEROS
                                                COMP-5.
      *
       01  TB-MOVIMENTOS.
           03  TB-MOV-ITEM OCCURS 9999 TIMES.
               05  TB-MOV-TS                   PIC  X(016).
               05  TB-MOV-DS                   PIC  X(013).
               05  TB-MOV-VALOR                PIC S9(015)V99.
      *
       01  W-TB-MOV-AUX.
           03  W-TB-MOV-TS-AUX                 PIC  X(016).
           03  W-TB-MOV-DS-AUX                 PIC  X(013).
           03  W-TB-MOV-VALOR-AUX              PIC S9(015)V99.
      *
      * lancamento em apuracao, informado pelo ponto que aciona
      * 046000-APLICAR-LANCAMENTO - valor positivo credita a conta e
      * negativo debita
      *
       77  W-AG-LCT                            PIC  9(004) VALUE ZEROS.
       77  W-CT-LCT                            PIC  9(008) VALUE ZEROS.
       77  W-TS-LCT                            PIC  X(016) VALUE SPACES.
       77  W-DS-LCT                            PIC  X(013) VALUE SPACES.
       77  W-VL-LCT                            PIC S9(015)V99
           VALUE ZEROS.
      *
      * arquivo historico em leitura - ledger e ano
      *
       77  W-NM-LEDGER                         PIC  X(006) VALUE SPACES.
       77  W-AA-HIST                           PIC  9(004) VALUE ZEROS.
      *
      * imagem do registro expurgado - DEP001, SAQ001 e RND001 tem
      * identificador, conta, agencia, valor e timestamp nas mesmas
      * posicoes; a marca de estorno so existe em DEP001 e SAQ001
      *
       01  W-REG-HIST                          PIC  X(120) VALUE SPACES.
       01  W-HST-LANCAMENTO REDEFINES W-REG-HIST.
           03  HST-ID-LCT                      PIC  9(018).
           03  HST-CT-CLI                      PIC  9(008).
           03  HST-AG-CLI                      PIC  9(008).
           03  HST-VL-LCT                      PIC  9(015)V99.
           03  HST-TS-LCT                      PIC  X(016).
           03  HST-FL-ESTORNADO                PIC  X(001).
               88  HST-ESTORNADO                      VALUE "S".
           03  FILLER                          PIC  X(052).
      *
      * apoio da reconstrucao e da trilha de auditoria
      *
       77  W-SDO-ANTES-OPER                    PIC S9(015)V99
           VALUE ZEROS.
       77  W-SDO-CORRENTE                      PIC S9(015)V99
           VALUE ZEROS.
       77  W-VL-MOVIMENTO                      PIC S9(015)V99
           VALUE ZEROS.
       77  W-ID-ULT-REG-AUD001                 PIC  9(018) VALUE ZEROS.
       01  W-CTL-ACHOU                         PIC  X(001) VALUE "N".
           88  W-CTL-ACHOU-SIM                        VALUE "S".
      *
       77  W-SITUACAO                          PIC  X(024) VALUE SPACES.
      *
      * contadores do fim do job
      *
       77  W-QT-LCT-APLICADOS                  PIC  9(009) VALUE ZEROS.
       77  W-QT-LCT-POSTERIORES                PIC  9(009) VALUE ZEROS.
       77  W-QT-HIST-LIDOS                     PIC  9(009) VALUE ZEROS.
       77  W-QT-EST-EXPURGADOS                 PIC  9(009) VALUE ZEROS.
       77  W-QT-CONFEREM                       PIC  9(009) VALUE ZEROS.
       77  W-QT-DIVERGENTES                    PIC  9(009) VALUE ZEROS.
       77  W-QT-COM-POSTERIOR                  PIC  9(009) VALUE ZEROS.
       77  W-QT-RECONSTRUIDAS                  PIC  9(009) VALUE ZEROS.
       77  W-QT-ERROS                          PIC  9(009) VALUE ZEROS.
      *
      * SDO001 e os historicos soh existem depois do primeiro expurgo
      * do CTCS0010, e os demais ledgers depois do primeiro lancamento
      * de cada tipo - sem o arquivo, nao ha o que carregar
      *
       01  W-SDO001-DISPONIVEL                 PIC  X(001) VALUE "N".
           88  W-SDO001-DISPONIVEL-SIM                VALUE "S".
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
       01  W-LINHA-CAB1                        PIC  X(132) VALUE SPACES.
       01  W-LINHA-CAB2.
           03  FILLER                          PIC  X(017) VALUE
               "  AGENCIA/CONTA".
           03  FILLER                          PIC  X(017) VALUE
               " SALDO ABERTURA".
           03  FILLER                          PIC  X(017) VALUE
               "   MOVIMENTACAO".
           03  FILLER                          PIC  X(017) VALUE
               " SALDO NO CORTE".
           03  FILLER                          PIC  X(017) VALUE
               "   SALDO CNT001".
           03  FILLER                          PIC  X(007) VALUE
               "  POST.".
           03  FILLER                          PIC  X(026) VALUE
               "  SITUACAO".
       01  W-LINHA-BRANCO                      PIC  X(132) VALUE SPACES.
       01  W-LINHA-CONTA.
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLC-AG                          PIC  9(004).
           03  FILLER                          PIC  X(001) VALUE "/".
           03  WLC-CT                          PIC  9(008).
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLC-SDO-ABERTURA                PIC  --------.--9,99.
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLC-VL-MOVIMENTO                PIC  --------.--9,99.
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLC-SDO-CORTE                   PIC  --------.--9,99.
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLC-SDO-CNT                     PIC  --------.--9,99.
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLC-QT-POSTERIOR                PIC  ZZZZ9.
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLC-SITUACAO                    PIC  X(024) VALUE SPACES.
       01  W-LINHA-CAB-MOV.
           03  FILLER                          PIC  X(016) VALUE
               "    DATA".
           03  FILLER                          PIC  X(010) VALUE
               "HORA".
           03  FILLER                          PIC  X(015) VALUE
               "TIPO".
           03  FILLER                          PIC  X(017) VALUE
               "            VALOR".
           03  FILLER                          PIC  X(017) VALUE
               "            SALDO".
       01  W-LINHA-MOV.
           03  FILLER                          PIC  X(004) VALUE SPACES.
           03  WLM-DATA                        PIC  X(010) VALUE SPACES.
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLM-HORA                        PIC  X(008) VALUE SPACES.
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLM-TIPO                        PIC  X(013) VALUE SPACES.
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLM-VALOR                       PIC  --------.--9,99.
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLM-SALDO                       PIC  --------.--9,99.
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
           PERFORM 030000-CARREGAR-CONTAS
           PERFORM 040000-APURAR-LANCAMENTOS
           PERFORM 050000-APURAR-HISTORICOS
           PERFORM 060000-EMITIR-SALDOS
           PERFORM 080000-EMITIR-TOTAIS
           .
      *
       000000-SAIR.
           DISPLAY "CTCS0028 - Contas apuradas................: "
               W-QT-CONTAS
           DISPLAY "CTCS0028 - Lancamentos refeitos ate o corte.: "
               W-QT-LCT-APLICADOS
           DISPLAY "CTCS0028 - Contas com saldo divergente.....: "
               W-QT-DIVERGENTES
           DISPLAY "CTCS0028 - Contas reconstruidas............: "
               W-QT-RECONSTRUIDAS
           DISPLAY "CTCS0028 - Contas com erro de regravacao...: "
               W-QT-ERROS
      *
           IF W-ARQUIVOS-ABERTOS-SIM
               CLOSE CNT001 DEP001 SAQ001 RND001 REL-SALDOS
               IF W-MODO-RECONSTRUCAO
                   CLOSE AUD001 CTL001
               END-IF
               IF W-SDO001-DISPONIVEL-SIM
                   CLOSE SDO001
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
      * prefixo dos historicos, o caminho do relatorio, o modo de
      * execucao, a conta e a data/hora de corte
      *
           OPEN INPUT ARQ-PARM
      *
           IF W-FILE-STATUS-ARQ-PARM NOT EQUAL "00"
               DISPLAY "CTCS0028 - Erro ao abrir a carta de controle "
                   "CTCS0028.PRM - FILE-STATUS=" W-FILE-STATUS-ARQ-PARM
               PERFORM 000000-SAIR
           END-IF
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-CNT001
               AT END
                   DISPLAY "CTCS0028 - Carta de controle incompleta "
                       "- caminho de CNT001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-SDO001
               AT END
                   DISPLAY "CTCS0028 - Carta de controle incompleta "
                       "- caminho de SDO001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO W-PREFIXO-HIST
               AT END
                   DISPLAY "CTCS0028 - Carta de controle incompleta "
                       "- prefixo dos arquivos historicos ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-DEP001
               AT END
                   DISPLAY "CTCS0028 - Carta de controle incompleta "
                       "- caminho de DEP001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-SAQ001
               AT END
                   DISPLAY "CTCS0028 - Carta de controle incompleta "
                       "- caminho de SAQ001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-RND001
               AT END
                   DISPLAY "CTCS0028 - Carta de controle incompleta "
                       "- caminho de RND001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-TRF001
               AT END
                   DISPLAY "CTCS0028 - Carta de controle incompleta "
                       "- caminho de TRF001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-EST001
               AT END
                   DISPLAY "CTCS0028 - Carta de controle incompleta "
                       "- caminho de EST001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-JRS001
               AT END
                   DISPLAY "CTCS0028 - Carta de controle incompleta "
                       "- caminho de JRS001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-TAR001
               AT END
                   DISPLAY "CTCS0028 - Carta de controle incompleta "
                       "- caminho de TAR001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-TRX001
               AT END
                   DISPLAY "CTCS0028 - Carta de controle incompleta "
                       "- caminho de TRX001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-DVL001
               AT END
                   DISPLAY "CTCS0028 - Carta de controle incompleta "
                       "- caminho de DVL001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-PAG001
               AT END
                   DISPLAY "CTCS0028 - Carta de controle incompleta "
                       "- caminho de PAG001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-EMP001
               AT END
                   DISPLAY "CTCS0028 - Carta de controle incompleta "
                       "- caminho de EMP001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-PCL001
               AT END
                   DISPLAY "CTCS0028 - Carta de controle incompleta "
                       "- caminho de PCL001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-CHQ001
               AT END
                   DISPLAY "CTCS0028 - Carta de controle incompleta "
                       "- caminho de CHQ001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-AUD001
               AT END
                   DISPLAY "CTCS0028 - Carta de controle incompleta "
                       "- caminho de AUD001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-CTL001
               AT END
                   DISPLAY "CTCS0028 - Carta de controle incompleta "
                       "- caminho de CTL001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-RUN001
               AT END
                   DISPLAY "CTCS0028 - Carta de controle incompleta "
                       "- caminho de RUN001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-REL-SALDOS
               AT END
                   DISPLAY "CTCS0028 - Carta de controle incompleta "
                       "- caminho do relatorio ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO W-PARM-MODO
               AT END
                   DISPLAY "CTCS0028 - Carta de controle incompleta "
                       "- modo de execucao ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO W-PARM-AG
               AT END
                   DISPLAY "CTCS0028 - Carta de controle incompleta "
                       "- agencia ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO W-PARM-CT
               AT END
                   DISPLAY "CTCS0028 - Carta de controle incompleta "
                       "- conta ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO W-PARM-DT-CORTE
               AT END
                   DISPLAY "CTCS0028 - Carta de controle incompleta "
                       "- data de corte ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO W-PARM-HR-CORTE
               AT END
                   DISPLAY "CTCS0028 - Carta de controle incompleta "
                       "- hora de corte ausente."
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
      * o modo eh "C" (consulta) ou "R" (reconstrucao); agencia e
      * conta vem ambas preenchidas (uma conta) ou ambas zeradas
      * (todas as contas); a data/hora de corte tem de ser valida
      *
           IF NOT W-MODO-CONSULTA
              AND NOT W-MODO-RECONSTRUCAO
               DISPLAY "CTCS0028 - Parametro invalido na carta "
                   "de controle: modo de execucao (C ou R)"
               PERFORM 000000-SAIR
           END-IF
      *
           MOVE "agencia"                      TO W-NM-PARM
           MOVE W-PARM-AG                      TO W-PARM-IMAGEM
           MOVE 4                              TO W-TAM-PARM
           PERFORM 016000-VALIDAR-PARM-NUMERICO
      *
           MOVE "conta"                        TO W-NM-PARM
           MOVE W-PARM-CT                      TO W-PARM-IMAGEM
           MOVE 8                              TO W-TAM-PARM
           PERFORM 016000-VALIDAR-PARM-NUMERICO
      *
           IF (W-AG-PARM EQUAL ZEROS AND W-CT-PARM NOT EQUAL ZEROS)
              OR (W-AG-PARM NOT EQUAL ZEROS AND W-CT-PARM EQUAL ZEROS)
               DISPLAY "CTCS0028 - Parametro invalido na carta "
                   "de controle: agencia/conta (ambas zeradas para "
                   "todas as contas)"
               PERFORM 000000-SAIR
           END-IF
      *
           IF W-AG-PARM NOT EQUAL ZEROS
               SET W-CONTA-UNICA-SIM TO TRUE
           END-IF
      *
           MOVE "data de corte"                TO W-NM-PARM
           MOVE W-PARM-DT-CORTE                TO W-PARM-IMAGEM
           MOVE 8                              TO W-TAM-PARM
           PERFORM 016000-VALIDAR-PARM-NUMERICO
      *
           IF W-AA-CORTE EQUAL ZEROS
              OR W-MM-CORTE < 1 OR W-MM-CORTE > 12
              OR W-DD-CORTE < 1 OR W-DD-CORTE > 31
               DISPLAY "CTCS0028 - Parametro invalido na carta "
                   "de controle: " W-NM-PARM
               PERFORM 000000-SAIR
           END-IF
      *
           MOVE "hora de corte"                TO W-NM-PARM
           MOVE W-PARM-HR-CORTE                TO W-PARM-IMAGEM
           MOVE 6                              TO W-TAM-PARM
           PERFORM 016000-VALIDAR-PARM-NUMERICO
      *
           IF W-HH-CORTE > 23 OR W-MI-CORTE > 59 OR W-SS-CORTE > 59
               DISPLAY "CTCS0028 - Parametro invalido na carta "
                   "de controle: " W-NM-PARM
               PERFORM 000000-SAIR
           END-IF
      *
           MOVE W-PARM-DT-CORTE TO W-TS-CORTE-DT
           MOVE W-PARM-HR-CORTE TO W-TS-CORTE-HR
      *
           DISPLAY "CTCS0028 - Modo de execucao: " W-PARM-MODO
               " - corte em " W-DD-CORTE "/" W-MM-CORTE "/"
               W-AA-CORTE " " W-HH-CORTE ":" W-MI-CORTE ":"
               W-SS-CORTE
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
                   DISPLAY "CTCS0028 - Parametro invalido na carta "
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
                           IF RUN001-NM-JOB EQUAL "CTCS0028"
      * registro de execucao anterior deste proprio job que caiu sem
      * finalizar - apenas avisa, pois a reexecucao eh legitima
                               DISPLAY "CTCS0028 - Aviso: execucao "
                                   "anterior iniciada em "
                                   RUN001-TS-INICIO " nao foi "
                                   "finalizada em RUN001."
                           ELSE
                               DISPLAY "CTCS0028 - Job "
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
           MOVE "CTCS0028"      TO RUN001-NM-JOB
           MOVE W-TS-CRR(1:16)  TO RUN001-TS-INICIO
           SET RUN001-EM-EXECUCAO TO TRUE
           MOVE ZEROS           TO RUN001-TS-FIM
           MOVE ZEROS           TO RUN001-QT-REGISTROS
      *
           WRITE RUN001-REGISTRO
               INVALID KEY
                   DISPLAY "CTCS0028 - Erro ao registrar o inicio "
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
      * no modo reconstrucao CNT001 eh aberto para atualizacao, junto
      * com a trilha AUD001 e o controle de sequencia CTL001
      *
           IF W-MODO-RECONSTRUCAO
               OPEN I-O CNT001
           ELSE
               OPEN INPUT CNT001
           END-IF
      *
           IF W-FILE-STATUS-CNT001 NOT EQUAL "00"
               DISPLAY "CTCS0028 - Erro ao abrir CNT001 - "
                   "FILE-STATUS=" W-FILE-STATUS-CNT001
               PERFORM 000000-SAIR
           END-IF
      *
           OPEN INPUT DEP001
           OPEN INPUT SAQ001
           OPEN INPUT RND001
      *
           OPEN INPUT SDO001
      *
           IF W-FILE-STATUS-SDO001 EQUAL "00"
               SET W-SDO001-DISPONIVEL-SIM TO TRUE
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
           IF W-MODO-RECONSTRUCAO
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
           END-IF
      *
           OPEN OUTPUT REL-SALDOS
      *
           SET W-ARQUIVOS-ABERTOS-SIM TO TRUE
           .
      *
       020000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       030000-CARREGAR-CONTAS SECTION.
      *------------------------------------------------------------------------
      * carrega a conta da carta de controle, ou todas as contas de
      * CNT001, com o saldo gravado e o saldo de abertura deixado pelo
      * expurgo do CTCS0010, quando houver
      *
           IF W-CONTA-UNICA-SIM
               MOVE W-AG-PARM TO CNT001-AG
               MOVE W-CT-PARM TO CNT001-CT
      *
               READ CNT001
                   KEY IS CNT001-ID-CT
                   INVALID KEY
                       DISPLAY "CTCS0028 - Conta " W-AG-PARM "/"
                           W-CT-PARM " nao cadastrada em CNT001."
                       PERFORM 000000-SAIR
                   NOT INVALID KEY
                       PERFORM 031000-INCLUIR-CONTA
               END-READ
           ELSE
               MOVE "N" TO W-FIM-ARQ
               PERFORM UNTIL W-FIM-DE-ARQ
                   READ CNT001 NEXT
                       AT END
                           SET W-FIM-DE-ARQ TO TRUE
                       NOT AT END
                           PERFORM 031000-INCLUIR-CONTA
                   END-READ
               END-PERFORM
           END-IF
           .
      *
       030000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       031000-INCLUIR-CONTA SECTION.
      *------------------------------------------------------------------------
      * Entrada: CNT001-REGISTRO
      *
           IF W-QT-CONTAS >= W-MAX-CONTAS
               DISPLAY "CTCS0028 - Quantidade de contas excede a "
                   "capacidade da tabela de saldos."
               PERFORM 000000-SAIR
           END-IF
      *
           ADD 1 TO W-QT-CONTAS
           MOVE W-QT-CONTAS     TO W-IX
           MOVE CNT001-AG       TO TB-AG(W-IX)
           MOVE CNT001-CT       TO TB-CT(W-IX)
           MOVE CNT001-SDO      TO TB-SDO-CNT(W-IX)
           MOVE ZEROS           TO TB-SDO-ABERTURA(W-IX)
                                   TB-SDO-CORTE(W-IX)
                                   TB-QT-POSTERIOR(W-IX)
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
                       MOVE SDO001-VL-ABERTURA TO TB-SDO-ABERTURA(W-IX)
               END-READ
           END-IF
           .
      *
       031000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       040000-APURAR-LANCAMENTOS SECTION.
      *------------------------------------------------------------------------
      * refaz todos os ledgers que mexem no saldo, com o mesmo sinal
      * do extrato do CTCS0003: o lancamento estornado entra na sua
      * data e o estorno o desfaz na data do estorno, para que o saldo
      * em um momento entre os dois saia como de fato estava
      *
           MOVE "N" TO W-FIM-ARQ
           PERFORM UNTIL W-FIM-DE-ARQ
               READ DEP001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ TO TRUE
                   NOT AT END
                       MOVE DEP001-AG-CLI      TO W-AG-LCT
                       MOVE DEP001-CT-CLI      TO W-CT-LCT
                       MOVE DEP001-TS-DEP      TO W-TS-LCT
                       MOVE DEP001-VL-DEP      TO W-VL-LCT
                       IF DEP001-ESTORNADO
                           MOVE "DEP ESTORNADO" TO W-DS-LCT
                       ELSE
                           MOVE "DEPOSITO"      TO W-DS-LCT
                       END-IF
                       PERFORM 046000-APLICAR-LANCAMENTO
               END-READ
           END-PERFORM
      *
           MOVE "N" TO W-FIM-ARQ
           PERFORM UNTIL W-FIM-DE-ARQ
               READ SAQ001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ TO TRUE
                   NOT AT END
                       MOVE SAQ001-AG-CLI      TO W-AG-LCT
                       MOVE SAQ001-CT-CLI      TO W-CT-LCT
                       MOVE SAQ001-TS-SAQ      TO W-TS-LCT
                       COMPUTE W-VL-LCT = ZEROS - SAQ001-VL-SAQ
                       IF SAQ001-ESTORNADO
                           MOVE "SAQ ESTORNADO" TO W-DS-LCT
                       ELSE
                           MOVE "SAQUE"         TO W-DS-LCT
                       END-IF
                       PERFORM 046000-APLICAR-LANCAMENTO
               END-READ
           END-PERFORM
      *
           MOVE "N" TO W-FIM-ARQ
           PERFORM UNTIL W-FIM-DE-ARQ
               READ RND001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ TO TRUE
                   NOT AT END
                       MOVE RND001-AG-CLI      TO W-AG-LCT
                       MOVE RND001-CT-CLI      TO W-CT-LCT
                       MOVE RND001-TS-RND      TO W-TS-LCT
                       MOVE RND001-VL-RND      TO W-VL-LCT
                       MOVE "RENDIMENTO"       TO W-DS-LCT
                       PERFORM 046000-APLICAR-LANCAMENTO
               END-READ
           END-PERFORM
      *
      * cada transferencia debita a conta de origem e credita a conta
      * de destino
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
                       MOVE "TRANSFERENCIA"    TO W-DS-LCT
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
      * o estorno desfaz o deposito/saque original - se o original ja
      * foi expurgado pelo CTCS0010, o par nunca entrou no saldo de
      * abertura de SDO001 e o estorno tambem fica de fora
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
                       PERFORM 041000-APLICAR-ESTORNO
               END-READ
           END-PERFORM
      *
      * os juros de cheque especial debitam a conta devedora
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
                       MOVE "JUROS"            TO W-DS-LCT
                       PERFORM 046000-APLICAR-LANCAMENTO
               END-READ
           END-PERFORM
      *
      * as tarifas mensais cobradas pelo CTCS0015 debitam a conta
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
                       MOVE "TARIFA"           TO W-DS-LCT
                       PERFORM 046000-APLICAR-LANCAMENTO
               END-READ
           END-PERFORM
      *
      * cada transferencia interbancaria debita a conta de origem - a
      * eventual devolucao entra como credito proprio pelo DVL001
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
                       MOVE "TRANSF EXT"       TO W-DS-LCT
                       PERFORM 046000-APLICAR-LANCAMENTO
               END-READ
           END-PERFORM
      *
      * as devolucoes recreditadas pelo CTCS0017 creditam a conta de
      * origem
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
                       MOVE "DEVOL TRF EXT"    TO W-DS-LCT
                       PERFORM 046000-APLICAR-LANCAMENTO
               END-READ
           END-PERFORM
      *
      * cada pagamento de boleto ou de conta de consumo debita a conta
      * do cliente
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
                       MOVE "PAGAMENTO"        TO W-DS-LCT
                       PERFORM 046000-APLICAR-LANCAMENTO
               END-READ
           END-PERFORM
      *
      * cada emprestimo contratado credita o principal na conta
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
                       MOVE "EMPRESTIMO"        TO W-DS-LCT
                       PERFORM 046000-APLICAR-LANCAMENTO
               END-READ
           END-PERFORM
      *
      * cada parcela paga debita da conta o valor efetivamente cobrado
      * (parcela + mora) na data do pagamento
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
                           MOVE "PARCELA EMPR"      TO W-DS-LCT
                           PERFORM 046000-APLICAR-LANCAMENTO
                       END-IF
               END-READ
           END-PERFORM
      *
      * cada cheque pago na compensacao debita o valor do cheque na
      * data do pagamento
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
                           MOVE "CHEQUE"                 TO W-DS-LCT
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
       041000-APLICAR-ESTORNO SECTION.
      *------------------------------------------------------------------------
      * Entrada: EST001-REGISTRO
      *
      * o estorno de deposito debita a conta e o de saque a credita
      *
           MOVE EST001-AG-CLI      TO W-AG-LCT
           MOVE EST001-CT-CLI      TO W-CT-LCT
           MOVE EST001-TS-EST      TO W-TS-LCT
      *
           IF EST001-ORIG-DEPOSITO
               MOVE EST001-ID-LCT-ORIG TO DEP001-ID-DEP
               READ DEP001
                   KEY IS DEP001-ID-DEP
                   INVALID KEY
                       ADD 1 TO W-QT-EST-EXPURGADOS
                   NOT INVALID KEY
                       COMPUTE W-VL-LCT = ZEROS - EST001-VL-EST
                       MOVE "ESTORNO DEP"  TO W-DS-LCT
                       PERFORM 046000-APLICAR-LANCAMENTO
               END-READ
           ELSE
               MOVE EST001-ID-LCT-ORIG TO SAQ001-ID-SAQ
               READ SAQ001
                   KEY IS SAQ001-ID-SAQ
                   INVALID KEY
                       ADD 1 TO W-QT-EST-EXPURGADOS
                   NOT INVALID KEY
                       MOVE EST001-VL-EST  TO W-VL-LCT
                       MOVE "ESTORNO SAQ"  TO W-DS-LCT
                       PERFORM 046000-APLICAR-LANCAMENTO
               END-READ
           END-IF
           .
      *
       041000-SAIR.
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
      * Entrada: W-AG-LCT / W-CT-LCT / W-TS-LCT / W-VL-LCT / W-DS-LCT
      *
      * lancamento ate o corte entra no saldo apurado (e, na consulta
      * de uma conta, na listagem); lancamento posterior ao corte soh
      * eh contado, pois impede a reconstrucao da conta
      *
           PERFORM 045000-LOCALIZAR-CONTA
      *
           IF W-ACHOU-A-CONTA
               IF W-TS-LCT > W-TS-CORTE
                   ADD 1 TO TB-QT-POSTERIOR(W-IX)
                   ADD 1 TO W-QT-LCT-POSTERIORES
               ELSE
                   ADD W-VL-LCT TO TB-SDO-CORTE(W-IX)
                   ADD 1 TO W-QT-LCT-APLICADOS
                   IF W-CONTA-UNICA-SIM
                       PERFORM 047000-INCLUIR-MOVIMENTO
                   END-IF
               END-IF
           END-IF
           .
      *
       046000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       047000-INCLUIR-MOVIMENTO SECTION.
      *------------------------------------------------------------------------
      * Entrada: W-TS-LCT / W-VL-LCT / W-DS-LCT
      *
           IF W-QT-MOVIMENTOS >= W-MAX-MOVIMENTOS
               DISPLAY "CTCS0028 - Quantidade de lancamentos excede "
                   "a capacidade da listagem."
               PERFORM 000000-SAIR
           END-IF
      *
           ADD 1 TO W-QT-MOVIMENTOS
           MOVE W-TS-LCT TO TB-MOV-TS(W-QT-MOVIMENTOS)
           MOVE W-DS-LCT TO TB-MOV-DS(W-QT-MOVIMENTOS)
           MOVE W-VL-LCT TO TB-MOV-VALOR(W-QT-MOVIMENTOS)
           .
      *
       047000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       050000-APURAR-HISTORICOS SECTION.
      *------------------------------------------------------------------------
      * o saldo de abertura de SDO001 ja contem todo lancamento
      * expurgado, inclusive os posteriores ao corte quando o corte
      * do CTCS0010 passou dele; esses lancamentos estao nos arquivos
      * historicos anuais, a partir do ano do corte, e sao retirados
      * aqui do saldo de abertura
      *
           IF W-SDO001-DISPONIVEL-SIM
               PERFORM VARYING W-AA-HIST FROM W-AA-CORTE BY 1
                   UNTIL W-AA-HIST > W-AA-CRR
                   MOVE "DEP001" TO W-NM-LEDGER
                   PERFORM 051000-LER-HISTORICO
                   MOVE "SAQ001" TO W-NM-LEDGER
                   PERFORM 051000-LER-HISTORICO
                   MOVE "RND001" TO W-NM-LEDGER
                   PERFORM 051000-LER-HISTORICO
               END-PERFORM
           END-IF
      *
      * o saldo no corte soma os lancamentos correntes ao saldo de
      * abertura ja ajustado
      *
           PERFORM VARYING W-IX FROM 1 BY 1 UNTIL W-IX > W-QT-CONTAS
               ADD TB-SDO-ABERTURA(W-IX) TO TB-SDO-CORTE(W-IX)
           END-PERFORM
           .
      *
       050000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       051000-LER-HISTORICO SECTION.
      *------------------------------------------------------------------------
      * Entrada: W-NM-LEDGER / W-AA-HIST
      *
      * ano sem expurgo do ledger nao tem arquivo historico - o OPEN
      * devolve "35" e o ano eh simplesmente pulado
      *
           MOVE SPACES TO CAMINHO-ARQ-HIST
           STRING FUNCTION TRIM(W-PREFIXO-HIST) "."
                  W-NM-LEDGER "." W-AA-HIST
                  DELIMITED BY SIZE INTO CAMINHO-ARQ-HIST
      *
           OPEN INPUT ARQ-HIST
      *
           IF W-FILE-STATUS-HIST EQUAL "00"
               MOVE "N" TO W-FIM-ARQ
               PERFORM UNTIL W-FIM-DE-ARQ
                   READ ARQ-HIST INTO W-REG-HIST
                       AT END
                           SET W-FIM-DE-ARQ TO TRUE
                       NOT AT END
                           ADD 1 TO W-QT-HIST-LIDOS
                           PERFORM 052000-RETIRAR-HISTORICO
                   END-READ
               END-PERFORM
      *
               CLOSE ARQ-HIST
           END-IF
           .
      *
       051000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       052000-RETIRAR-HISTORICO SECTION.
      *------------------------------------------------------------------------
      * Entrada: W-HST-LANCAMENTO / W-NM-LEDGER
      *
      * desfaz, no saldo de abertura, o efeito do lancamento
      * expurgado posterior ao corte - estornados nunca entraram no
      * saldo de abertura
      *
           IF NOT HST-ESTORNADO
              AND HST-TS-LCT > W-TS-CORTE
               MOVE HST-AG-CLI TO W-AG-LCT
               MOVE HST-CT-CLI TO W-CT-LCT
      *
               IF W-NM-LEDGER EQUAL "SAQ001"
                   COMPUTE W-VL-LCT = ZEROS - HST-VL-LCT
               ELSE
                   MOVE HST-VL-LCT TO W-VL-LCT
               END-IF
      *
               PERFORM 045000-LOCALIZAR-CONTA
      *
               IF W-ACHOU-A-CONTA
                   SUBTRACT W-VL-LCT FROM TB-SDO-ABERTURA(W-IX)
               END-IF
           END-IF
           .
      *
       052000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       060000-EMITIR-SALDOS SECTION.
      *------------------------------------------------------------------------
      * emite o saldo no corte de cada conta apurada, comparado com o
      * saldo gravado em CNT001; na consulta de uma conta lista antes
      * os lancamentos refeitos, e no modo reconstrucao regrava as
      * contas divergentes
      *
           IF W-MODO-RECONSTRUCAO
               MOVE "RECONSTRUCAO DO SALDO DE CNT001" TO W-LINHA-CAB1
           ELSE
               MOVE "CONSULTA DE SALDO EM DATA PASSADA" TO W-LINHA-CAB1
           END-IF
      *
           MOVE SPACES TO REL-SALDOS-LINHA
           STRING W-LINHA-CAB1(1:34) " - CORTE EM "
                  W-DD-CORTE "/" W-MM-CORTE "/" W-AA-CORTE " "
                  W-HH-CORTE ":" W-MI-CORTE ":" W-SS-CORTE
                  " - PROCESSAMENTO DE " W-DD-CRR "/" W-MM-CRR "/"
                  W-AA-CRR
                  DELIMITED BY SIZE INTO REL-SALDOS-LINHA
           WRITE REL-SALDOS-LINHA
           WRITE REL-SALDOS-LINHA FROM W-LINHA-BRANCO
      *
           IF W-CONTA-UNICA-SIM
               PERFORM 061000-ORDENAR-MOVIMENTOS
               PERFORM 062000-LISTAR-MOVIMENTOS
           END-IF
      *
           WRITE REL-SALDOS-LINHA FROM W-LINHA-CAB2
      *
           PERFORM VARYING W-IX FROM 1 BY 1 UNTIL W-IX > W-QT-CONTAS
               PERFORM 065000-CONFERIR-CONTA
           END-PERFORM
           .
      *
       060000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       061000-ORDENAR-MOVIMENTOS SECTION.
      *------------------------------------------------------------------------
      * ordena os lancamentos refeitos por ordem cronologica
      * (TB-MOV-TS), pelo mesmo metodo de bolha do extrato do CTCS0003
      *
           IF W-QT-MOVIMENTOS > 1
               PERFORM VARYING W-IX FROM 1 BY 1
                   UNTIL W-IX > W-QT-MOVIMENTOS - 1
                   PERFORM VARYING W-IY FROM 1 BY 1
                       UNTIL W-IY > W-QT-MOVIMENTOS - W-IX
                       IF TB-MOV-TS(W-IY) > TB-MOV-TS(W-IY + 1)
                           MOVE TB-MOV-ITEM(W-IY)   TO W-TB-MOV-AUX
                           MOVE TB-MOV-ITEM(W-IY + 1)
                               TO TB-MOV-ITEM(W-IY)
                           MOVE W-TB-MOV-AUX
                               TO TB-MOV-ITEM(W-IY + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF
           .
      *
       061000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       062000-LISTAR-MOVIMENTOS SECTION.
      *------------------------------------------------------------------------
      * lista, a partir do saldo de abertura, cada lancamento refeito
      * com o saldo da conta depois dele - o ultimo saldo listado eh
      * o saldo no corte
      *
           MOVE SPACES TO REL-SALDOS-LINHA
           STRING "LANCAMENTOS DA CONTA " TB-AG(1) "/" TB-CT(1)
                  " ATE O CORTE" DELIMITED BY SIZE
                  INTO REL-SALDOS-LINHA
           WRITE REL-SALDOS-LINHA
           WRITE REL-SALDOS-LINHA FROM W-LINHA-CAB-MOV
      *
           MOVE TB-SDO-ABERTURA(1) TO W-SDO-CORRENTE
      *
           MOVE SPACES             TO WLM-DATA WLM-HORA
           MOVE "SALDO ABERTURA"   TO WLM-TIPO
           MOVE ZEROS              TO WLM-VALOR
           MOVE W-SDO-CORRENTE     TO WLM-SALDO
           WRITE REL-SALDOS-LINHA FROM W-LINHA-MOV
      *
           PERFORM VARYING W-IX FROM 1 BY 1 UNTIL W-IX > W-QT-MOVIMENTOS
               ADD TB-MOV-VALOR(W-IX) TO W-SDO-CORRENTE
      *
               STRING TB-MOV-TS(W-IX)(7:2) "/" TB-MOV-TS(W-IX)(5:2)
                      "/" TB-MOV-TS(W-IX)(1:4)
                      DELIMITED BY SIZE INTO WLM-DATA
               STRING TB-MOV-TS(W-IX)(9:2) ":" TB-MOV-TS(W-IX)(11:2)
                      ":" TB-MOV-TS(W-IX)(13:2)
                      DELIMITED BY SIZE INTO WLM-HORA
      *
               MOVE TB-MOV-DS(W-IX)    TO WLM-TIPO
               MOVE TB-MOV-VALOR(W-IX) TO WLM-VALOR
               MOVE W-SDO-CORRENTE     TO WLM-SALDO
               WRITE REL-SALDOS-LINHA FROM W-LINHA-MOV
           END-PERFORM
      *
           WRITE REL-SALDOS-LINHA FROM W-LINHA-BRANCO
           .
      *
       062000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       065000-CONFERIR-CONTA SECTION.
      *------------------------------------------------------------------------
      * Entrada: W-IX
      *
      * conta com lancamento posterior ao corte tem, naturalmente,
      * saldo gravado diferente do saldo no corte - nao eh comparada
      * nem reconstruida, para nunca desfazer movimento legitimo
      *
           EVALUATE TRUE
               WHEN TB-QT-POSTERIOR(W-IX) > ZEROS
                   ADD 1 TO W-QT-COM-POSTERIOR
                   MOVE "MOVIMENTO APOS O CORTE" TO W-SITUACAO
               WHEN TB-SDO-CORTE(W-IX) EQUAL TB-SDO-CNT(W-IX)
                   ADD 1 TO W-QT-CONFEREM
                   MOVE "CONFERE"                TO W-SITUACAO
               WHEN OTHER
                   ADD 1 TO W-QT-DIVERGENTES
                   MOVE "DIVERGENTE"             TO W-SITUACAO
                   IF W-MODO-RECONSTRUCAO
                       PERFORM 070000-RECONSTRUIR-SALDO
                   END-IF
           END-EVALUATE
      *
           COMPUTE W-VL-MOVIMENTO =
               TB-SDO-CORTE(W-IX) - TB-SDO-ABERTURA(W-IX)
      *
           MOVE TB-AG(W-IX)              TO WLC-AG
           MOVE TB-CT(W-IX)              TO WLC-CT
           MOVE TB-SDO-ABERTURA(W-IX)    TO WLC-SDO-ABERTURA
           MOVE W-VL-MOVIMENTO           TO WLC-VL-MOVIMENTO
           MOVE TB-SDO-CORTE(W-IX)       TO WLC-SDO-CORTE
           MOVE TB-SDO-CNT(W-IX)         TO WLC-SDO-CNT
           MOVE TB-QT-POSTERIOR(W-IX)    TO WLC-QT-POSTERIOR
           MOVE W-SITUACAO               TO WLC-SITUACAO
           WRITE REL-SALDOS-LINHA FROM W-LINHA-CONTA
           .
      *
       065000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       070000-RECONSTRUIR-SALDO SECTION.
      *------------------------------------------------------------------------
      * Entrada: W-IX
      * Saida..: W-SITUACAO
      *
      * rele a conta e soh a regrava se o saldo gravado ainda eh o
      * carregado no inicio da apuracao - a correcao fica marcada na
      * trilha com um registro de AUD001 do tipo "R"
      *
           MOVE TB-AG(W-IX) TO CNT001-AG
           MOVE TB-CT(W-IX) TO CNT001-CT
      *
           READ CNT001
               KEY IS CNT001-ID-CT
               INVALID KEY
                   ADD 1 TO W-QT-ERROS
                   MOVE "ERRO NA LEITURA CNT001" TO W-SITUACAO
                   DISPLAY "CTCS0028 - Erro ao reler a conta "
                       TB-AG(W-IX) "/" TB-CT(W-IX) " - FILE-STATUS="
                       W-FILE-STATUS-CNT001
               NOT INVALID KEY
                   IF CNT001-SDO NOT EQUAL TB-SDO-CNT(W-IX)
                       ADD 1 TO W-QT-ERROS
                       MOVE "SALDO ALTERADO NA APUR." TO W-SITUACAO
                   ELSE
                       MOVE CNT001-SDO         TO W-SDO-ANTES-OPER
                       MOVE TB-SDO-CORTE(W-IX) TO CNT001-SDO
                       REWRITE CNT001-REGISTRO
                           INVALID KEY
                               ADD 1 TO W-QT-ERROS
                               MOVE "ERRO NA REGRAVACAO"
                                   TO W-SITUACAO
                               DISPLAY "CTCS0028 - Erro ao regravar "
                                   "o saldo da conta " CNT001-AG "/"
                                   CNT001-CT " - FILE-STATUS="
                                   W-FILE-STATUS-CNT001
                           NOT INVALID KEY
                               ADD 1 TO W-QT-RECONSTRUIDAS
                               MOVE "RECONSTRUIDA" TO W-SITUACAO
                               PERFORM 071000-GRAVAR-AUDITORIA
                       END-REWRITE
                   END-IF
           END-READ
           .
      *
       070000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       071000-GRAVAR-AUDITORIA SECTION.
      *------------------------------------------------------------------------
      * grava em AUD001 a trilha da correcao, nos moldes do CTCS0002 -
      * o tipo "R" identifica o saldo reconstruido, que nao tem
      * lancamento de referencia
      *
           INITIALIZE AUD001-REGISTRO
      *
           PERFORM 072000-OBTER-PROX-ID-AUD
      *
           MOVE CNT001-AG         TO AUD001-AG-CLI
           MOVE CNT001-CT         TO AUD001-CT-CLI
           MOVE W-SDO-ANTES-OPER  TO AUD001-SDO-ANTERIOR
           MOVE CNT001-SDO        TO AUD001-SDO-NOVO
           MOVE "R"               TO AUD001-TIPO-OPER
           MOVE W-TS-CRR(1:16)    TO AUD001-TS-OPER
           MOVE ZEROS             TO AUD001-ID-LCT-REF
           MOVE ZEROS             TO AUD001-MATR-OPER
      *
           WRITE AUD001-REGISTRO
               INVALID KEY
                   DISPLAY "CTCS0028 - Erro ao gravar trilha de "
                       "auditoria da conta " CNT001-AG "/"
                       CNT001-CT " - FILE-STATUS="
                       W-FILE-STATUS-AUD001
           END-WRITE
           .
      *
       071000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       072000-OBTER-PROX-ID-AUD SECTION.
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
                       DISPLAY "CTCS0028 - Erro ao atualizar o "
                           "controle de sequencia do AUD001 - "
                           "FILE-STATUS=" W-FILE-STATUS-CTL001
               END-REWRITE
           ELSE
               WRITE CTL001-REGISTRO
                   INVALID KEY
                       DISPLAY "CTCS0028 - Erro ao criar o "
                           "controle de sequencia do AUD001 - "
                           "FILE-STATUS=" W-FILE-STATUS-CTL001
               END-WRITE
           END-IF
           .
      *
       072000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       080000-EMITIR-TOTAIS SECTION.
      *------------------------------------------------------------------------
      *
           WRITE REL-SALDOS-LINHA FROM W-LINHA-BRANCO
      *
           MOVE "CONTAS APURADAS" TO WLQ-TITULO
           MOVE W-QT-CONTAS TO WLQ-QT
           WRITE REL-SALDOS-LINHA FROM W-LINHA-QT
      *
           MOVE "LANCAMENTOS REFEITOS ATE O CORTE" TO WLQ-TITULO
           MOVE W-QT-LCT-APLICADOS TO WLQ-QT
           WRITE REL-SALDOS-LINHA FROM W-LINHA-QT
      *
           MOVE "LANCAMENTOS POSTERIORES AO CORTE" TO WLQ-TITULO
           MOVE W-QT-LCT-POSTERIORES TO WLQ-QT
           WRITE REL-SALDOS-LINHA FROM W-LINHA-QT
      *
           MOVE "LANCAMENTOS EXPURGADOS LIDOS" TO WLQ-TITULO
           MOVE W-QT-HIST-LIDOS TO WLQ-QT
           WRITE REL-SALDOS-LINHA FROM W-LINHA-QT
      *
           MOVE "ESTORNOS DE LANCAMENTO EXPURGADO" TO WLQ-TITULO
           MOVE W-QT-EST-EXPURGADOS TO WLQ-QT
           WRITE REL-SALDOS-LINHA FROM W-LINHA-QT
      *
           MOVE "CONTAS QUE CONFEREM" TO WLQ-TITULO
           MOVE W-QT-CONFEREM TO WLQ-QT
           WRITE REL-SALDOS-LINHA FROM W-LINHA-QT
      *
           MOVE "CONTAS DIVERGENTES" TO WLQ-TITULO
           MOVE W-QT-DIVERGENTES TO WLQ-QT
           WRITE REL-SALDOS-LINHA FROM W-LINHA-QT
      *
           MOVE "CONTAS COM MOVIMENTO APOS O CORTE" TO WLQ-TITULO
           MOVE W-QT-COM-POSTERIOR TO WLQ-QT
           WRITE REL-SALDOS-LINHA FROM W-LINHA-QT
      *
           IF W-MODO-RECONSTRUCAO
               MOVE "CONTAS RECONSTRUIDAS" TO WLQ-TITULO
               MOVE W-QT-RECONSTRUIDAS TO WLQ-QT
               WRITE REL-SALDOS-LINHA FROM W-LINHA-QT
      *
               MOVE "CONTAS NAO RECONSTRUIDAS POR ERRO" TO WLQ-TITULO
               MOVE W-QT-ERROS TO WLQ-QT
               WRITE REL-SALDOS-LINHA FROM W-LINHA-QT
           END-IF
      *
           DISPLAY "CTCS0028 - Apuracao de saldos concluida."
           .
      *
       080000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       090000-REGISTRAR-FIM-RUN SECTION.
      *------------------------------------------------------------------------
      * marca em RUN001 o fim desta execucao, com o timestamp e a
      * quantidade de contas apuradas - nada a marcar se o inicio nao
      * chegou a ser registrado (ex.: abortada por conflito)
      *
           IF W-RUN-REGISTRADO-SIM
               MOVE W-RUN-CHAVE-JOB TO RUN001-CHAVE
      *
               READ RUN001
                   KEY IS RUN001-CHAVE
                   INVALID KEY
                       DISPLAY "CTCS0028 - Erro ao reler o registro "
                           "de execucao em RUN001 - FILE-STATUS="
                           W-FILE-STATUS-RUN001
                   NOT INVALID KEY
                       SET RUN001-FINALIZADO TO TRUE
                       MOVE FUNCTION CURRENT-DATE TO W-TS-CRR
                       MOVE W-TS-CRR(1:16) TO RUN001-TS-FIM
                       MOVE W-QT-CONTAS    TO RUN001-QT-REGISTROS
                       REWRITE RUN001-REGISTRO
                           INVALID KEY
                               DISPLAY "CTCS0028 - Erro ao finalizar "
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
