      *------------------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------------------------------------------------
       PROGRAM-ID. CTCS0026.
      *------------------------------------------------------------------------
      * PROGRAMADOR: Mateus Barbosa da Silva
      * SIGLA......: CTC - Controle de Contas
      * OBJETIVO...: Informe de rendimentos anual por CPF - para o
      * ano-base da carta de controle, cruza cada CPF com as suas
      * contas (titular em ARQ-CONTAS e co-titular em TIT001, o mesmo
      * cruzamento do CTCS0005) e informa, por conta, o saldo em 31/12
      * do ano anterior e do ano-base, os rendimentos creditados em
      * RND001 no ano e os juros de cheque especial pagos em JRS001;
      * os saldos sao apurados a partir do saldo de abertura de
      * SDO001 e dos lancamentos de todos os ledgers, descontando os
      * lancamentos ja expurgados pelo CTCS0010 que estao nos
      * arquivos historicos anuais, para que ano ja arquivado continue
      * saindo certo; emite o informe imprimivel por CPF e o arquivo
      * de layout fixo para a grafica que faz a mala direta
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
      * titularidade das contas conjuntas, mantida pelo CTCS0001 - o
      * co-titular tambem recebe o informe da conta
      *
       SELECT TIT001
           ASSIGN TO CAMINHO-ARQ-TIT001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS TIT001-ID-TIT
           FILE STATUS  IS W-FILE-STATUS-TIT001
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
      * saldo de abertura consolidado por conta, gravado pelo expurgo
      * CTCS0010
      *
       SELECT SDO001
           ASSIGN TO CAMINHO-ARQ-SDO001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS SDO001-ID-CT
           FILE STATUS  IS W-FILE-STATUS-SDO001
           .
      *
      * arquivo historico anual do CTCS0010 - o caminho eh montado com
      * o prefixo da carta de controle, o nome do ledger e o ano (ex.:
      * HIST.DEP001.2025)
      *
       SELECT ARQ-HIST
           ASSIGN TO CAMINHO-ARQ-HIST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FILE-STATUS-HIST
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
      * controle de execucao dos jobs que compartilham as bases - o
      * informe nao pode correr junto com o expurgo do CTCS0010, que
      * move lancamentos das bases correntes para os historicos
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
           ASSIGN TO 'CTCS0026.PRM'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FILE-STATUS-ARQ-PARM
           .
      *
       SELECT REL-INFORME
           ASSIGN TO CAMINHO-REL-INFORME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FILE-STATUS-REL-INF
           .
      *
      * arquivo de layout fixo enviado a grafica da mala direta
      *
       SELECT ARQ-MALA-DIRETA
           ASSIGN TO CAMINHO-ARQ-MALA-DIRETA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FILE-STATUS-MALA
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
       FD REL-INFORME.
      *------------------------------------------------------------------------
      *
       01  REL-INF-LINHA                       PIC  X(132).
      *
      *------------------------------------------------------------------------
       FD ARQ-MALA-DIRETA.
      *------------------------------------------------------------------------
      * um header com o ano-base e a data de geracao; para cada CPF,
      * um registro de contribuinte com os totais seguido de um
      * registro de detalhe por conta; e um trailer final com as
      * contagens e os totais, como os arquivos do CTCS0016 - os
      * saldos levam o sinal em posicao propria ("+" ou "-"), pois a
      * conta pode fechar o ano devedora no cheque especial
      *
       01  REG-MALA-DIRETA.
           03  MAL-TIPO-REG                    PIC  X(001).
               88  MAL-REG-HEADER                     VALUE "H".
               88  MAL-REG-CONTRIBUINTE               VALUE "C".
               88  MAL-REG-DETALHE                    VALUE "D".
               88  MAL-REG-TRAILER                    VALUE "T".
           03  FILLER                          PIC  X(149).
      *
       01  REG-MALA-HEADER REDEFINES REG-MALA-DIRETA.
           03  MAL-HDR-TIPO-REG                PIC  X(001).
           03  MAL-HDR-AA-BASE                 PIC  9(004).
           03  MAL-HDR-DT-GERACAO              PIC  9(008).
           03  MAL-HDR-NM-FONTE                PIC  X(040).
           03  FILLER                          PIC  X(097).
      *
       01  REG-MALA-CONTRIBUINTE REDEFINES REG-MALA-DIRETA.
           03  MAL-CTB-TIPO-REG                PIC  X(001).
           03  MAL-CTB-CPF                     PIC  9(011).
           03  MAL-CTB-NM                      PIC  X(040).
           03  MAL-CTB-QT-CONTAS               PIC  9(004).
           03  MAL-CTB-SN-SDO-ANT              PIC  X(001).
           03  MAL-CTB-SDO-ANT                 PIC  9(015)V99.
           03  MAL-CTB-SN-SDO-BASE             PIC  X(001).
           03  MAL-CTB-SDO-BASE                PIC  9(015)V99.
           03  MAL-CTB-VL-RND                  PIC  9(015)V99.
           03  MAL-CTB-VL-JRS                  PIC  9(015)V99.
           03  FILLER                          PIC  X(024).
      *
       01  REG-MALA-DETALHE REDEFINES REG-MALA-DIRETA.
           03  MAL-DET-TIPO-REG                PIC  X(001).
           03  MAL-DET-CPF                     PIC  9(011).
           03  MAL-DET-AG                      PIC  9(004).
           03  MAL-DET-CT                      PIC  9(008).
      * "1" titular da conta / "2" co-titular, como em TIT001
           03  MAL-DET-TP-TIT                  PIC  X(001).
           03  MAL-DET-SN-SDO-ANT              PIC  X(001).
           03  MAL-DET-SDO-ANT                 PIC  9(015)V99.
           03  MAL-DET-SN-SDO-BASE             PIC  X(001).
           03  MAL-DET-SDO-BASE                PIC  9(015)V99.
           03  MAL-DET-VL-RND                  PIC  9(015)V99.
           03  MAL-DET-VL-JRS                  PIC  9(015)V99.
           03  FILLER                          PIC  X(055).
      *
       01  REG-MALA-TRAILER REDEFINES REG-MALA-DIRETA.
           03  MAL-TRL-TIPO-REG                PIC  X(001).
           03  MAL-TRL-AA-BASE                 PIC  9(004).
           03  MAL-TRL-QT-CONTRIBUINTES        PIC  9(009).
           03  MAL-TRL-QT-DETALHES             PIC  9(012).
           03  MAL-TRL-VL-RND                  PIC  9(015)V99.
           03  MAL-TRL-VL-JRS                  PIC  9(015)V99.
           03  FILLER                          PIC  X(090).
      *
      *------------------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *------------------------------------------------------------------------
      *
       77  W-FILE-STATUS-CONTAS                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-TIT001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-CNT001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-SDO001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-HIST                  PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-DEP001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-SAQ001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-RND001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-TRF001                PIC  X(002) VALUE ZEROS.
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
       77  W-FILE-STATUS-REL-INF               PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-MALA                  PIC  X(002) VALUE ZEROS.
      *
       77  CAMINHO-ARQ-CONTAS                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-TIT001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-CNT001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-SDO001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-HIST                    PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-DEP001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-SAQ001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-RND001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-TRF001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-JRS001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-TAR001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-TRX001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-DVL001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-PAG001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-EMP001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-PCL001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-CHQ001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-RUN001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-REL-INFORME                 PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-MALA-DIRETA             PIC  X(100) VALUE SPACES.
      *
      * prefixo dos arquivos historicos anuais do CTCS0010, lido da
      * carta de controle
      *
       77  W-PREFIXO-HIST                      PIC  X(060) VALUE SPACES.
      *
      * ano-base do informe, lido da carta de controle com 4 digitos
      *
       01  W-PARM-AA-BASE                      PIC  X(004) VALUE ZEROS.
       01  W-AA-BASE REDEFINES W-PARM-AA-BASE  PIC  9(004).
      *
      * datas de referencia dos saldos informados e primeiro dia do
      * ano-base (AAAAMMDD)
      *
       01  W-DT-FIM-ANT.
           03  W-AA-FIM-ANT                    PIC  9(004) VALUE ZEROS.
           03  FILLER                          PIC  X(004) VALUE "1231".
       01  W-DT-FIM-BASE.
           03  W-AA-FIM-BASE                   PIC  9(004) VALUE ZEROS.
           03  FILLER                          PIC  X(004) VALUE "1231".
       01  W-DT-INI-BASE.
           03  W-AA-INI-BASE                   PIC  9(004) VALUE ZEROS.
           03  FILLER                          PIC  X(004) VALUE "0101".
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
      * contas alcancadas pelo informe - abertas ate o fim do ano-base
      * e nao encerradas antes do inicio dele - carregadas de CNT001
      * na ordem de agencia/conta, com os saldos nas duas datas de
      * referencia e os valores do ano
      *
       77  W-MAX-CONTAS                        PIC  9(004) VALUE 9999.
       77  W-QT-CONTAS                         PIC  9(004) VALUE ZEROS
                                                COMP-5.
      *
       01  TB-CONTAS.
           03  TB-CONTA-ITEM OCCURS 9999 TIMES.
               05  TB-AG                       PIC  9(004).
               05  TB-CT                       PIC  9(008).
      * titular da conta - vem de ARQ-CONTAS; enquanto a conta nao eh
      * achada la, fica o titular espelhado em CNT001
               05  TB-CPF-TIT                  PIC  9(011).
               05  TB-NM-TIT                   PIC  X(040).
               05  TB-FL-CADASTRO              PIC  X(001).
                   88  TB-ACHOU-CADASTRO              VALUE "S".
               05  TB-SDO-ANT                  PIC S9(015)V99.
               05  TB-SDO-BASE                 PIC S9(015)V99.
               05  TB-VL-RND                   PIC  9(015)V99.
               05  TB-VL-JRS                   PIC  9(015)V99.
      *
       01  W-IX                                PIC  9(004) COMP-5
                                                VALUE ZEROS.
       01  W-ACHOU-CONTA                       PIC  X(001) VALUE "N".
           88  W-ACHOU-A-CONTA                        VALUE "S".
      *
      * lancamento em apuracao, informado pelo ponto que aciona
      * 046000-APLICAR-LANCAMENTO - valor positivo credita a conta e
      * negativo debita
      *
       77  W-AG-LCT                            PIC  9(004) VALUE ZEROS.
       77  W-CT-LCT                            PIC  9(008) VALUE ZEROS.
       77  W-DT-LCT                            PIC  X(008) VALUE SPACES.
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
      * vinculos CPF x conta (titular e co-titulares), ordenados por
      * CPF e conta antes da emissao - TB-VNC-IX aponta a conta em
      * TB-CONTAS
      *
       77  W-MAX-VINCULOS                      PIC  9(005) VALUE 19999.
       77  W-QT-VINCULOS                       PIC  9(005) VALUE ZEROS
                                                COMP-5.
      *
       01  TB-VINCULOS.
           03  TB-VNC-ITEM OCCURS 19999 TIMES.
               05  TB-VNC-CPF                  PIC  9(011).
               05  TB-VNC-IX                   PIC  9(004).
               05  TB-VNC-NM                   PIC  X(040).
               05  TB-VNC-TP-TIT               PIC  X(001).
                   88  TB-VNC-TITULAR                 VALUE "1".
                   88  TB-VNC-CO-TITULAR              VALUE "2".
      *
       01  W-TB-AUX                            PIC  X(056).
      *
       01  W-IV                                PIC  9(005) COMP-5
                                                VALUE ZEROS.
       01  W-IW                                PIC  9(005) COMP-5
                                                VALUE ZEROS.
      *
      * vinculo a incluir, informado pelo ponto que aciona
      * 063000-INCLUIR-VINCULO
      *
       77  W-CPF-VNC                           PIC  9(011) VALUE ZEROS.
       77  W-NM-VNC                            PIC  X(040) VALUE SPACES.
       77  W-TP-TIT-VNC                        PIC  X(001) VALUE SPACES.
      *
      * CPF em emissao e totais do informe dele
      *
       77  W-CPF-ANTERIOR                      PIC  9(011) VALUE ZEROS.
       77  W-QT-CONTAS-CPF                     PIC  9(004) VALUE ZEROS.
       77  W-SDO-ANT-CPF                       PIC S9(015)V99
           VALUE ZEROS.
       77  W-SDO-BASE-CPF                      PIC S9(015)V99
           VALUE ZEROS.
       77  W-VL-RND-CPF                        PIC  9(015)V99
           VALUE ZEROS.
       77  W-VL-JRS-CPF                        PIC  9(015)V99
           VALUE ZEROS.
      *
      * separacao de sinal e valor absoluto dos saldos gravados no
      * arquivo da mala direta
      *
       77  W-VL-COM-SINAL                      PIC S9(015)V99
           VALUE ZEROS.
       77  W-SN-VALOR                          PIC  X(001) VALUE SPACE.
       77  W-VL-ABSOLUTO                       PIC  9(015)V99
           VALUE ZEROS.
      *
      * CPF formatado para o informe (999.999.999-99)
      *
       01  W-CPF-NUM                           PIC  9(011) VALUE ZEROS.
       01  W-CPF-PARTES REDEFINES W-CPF-NUM.
           03  W-CPF-P1                        PIC  9(003).
           03  W-CPF-P2                        PIC  9(003).
           03  W-CPF-P3                        PIC  9(003).
           03  W-CPF-DV                        PIC  9(002).
       77  W-CPF-EDITADO                       PIC  X(014) VALUE SPACES.
      *
      * contadores e totais do fim do job
      *
       77  W-QT-CONTRIBUINTES                  PIC  9(009) VALUE ZEROS.
       77  W-QT-DETALHES                       PIC  9(012) VALUE ZEROS.
       77  W-QT-HIST-LIDOS                     PIC  9(009) VALUE ZEROS.
       77  W-QT-SEM-CADASTRO                   PIC  9(006) VALUE ZEROS.
       77  W-VL-RND-TOTAL                      PIC  9(015)V99
           VALUE ZEROS.
       77  W-VL-JRS-TOTAL                      PIC  9(015)V99
           VALUE ZEROS.
      *
      * TIT001 soh existe depois do primeiro co-titular incluido pelo
      * CTCS0001; SDO001 e os historicos, depois do primeiro expurgo
      * do CTCS0010; os demais ledgers, depois do primeiro lancamento
      * de cada tipo - sem o arquivo, nao ha o que carregar
      *
       01  W-TIT001-DISPONIVEL                 PIC  X(001) VALUE "N".
           88  W-TIT001-DISPONIVEL-SIM                VALUE "S".
       01  W-SDO001-DISPONIVEL                 PIC  X(001) VALUE "N".
           88  W-SDO001-DISPONIVEL-SIM                VALUE "S".
       01  W-TRF001-DISPONIVEL                 PIC  X(001) VALUE "N".
           88  W-TRF001-DISPONIVEL-SIM                VALUE "S".
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
       01  W-LINHA-SEPARADOR                   PIC  X(132) VALUE
           ALL "=".
       01  W-LINHA-CAB1                        PIC  X(132) VALUE SPACES.
       01  W-LINHA-CAB2                        PIC  X(132) VALUE SPACES.
       01  W-LINHA-CAB3                        PIC  X(132) VALUE SPACES.
       01  W-LINHA-BRANCO                      PIC  X(132) VALUE SPACES.
       01  W-LINHA-CONTRIBUINTE.
           03  FILLER                          PIC  X(014) VALUE
               "BENEFICIARIO: ".
           03  WLC-NM                          PIC  X(040) VALUE SPACES.
           03  FILLER                          PIC  X(008) VALUE
               "   CPF: ".
           03  WLC-CPF                         PIC  X(014) VALUE SPACES.
       01  W-LINHA-DETALHE.
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLD-AG                          PIC  9(004).
           03  FILLER                          PIC  X(001) VALUE "/".
           03  WLD-CT                          PIC  9(008).
           03  FILLER                          PIC  X(003) VALUE SPACES.
           03  WLD-TITULARIDADE                PIC  X(012).
           03  FILLER                          PIC  X(003) VALUE SPACES.
           03  WLD-SDO-ANT                     PIC  --------.--9,99.
           03  FILLER                          PIC  X(003) VALUE SPACES.
           03  WLD-SDO-BASE                    PIC  --------.--9,99.
           03  FILLER                          PIC  X(003) VALUE SPACES.
           03  WLD-VL-RND                      PIC  --------.--9,99.
           03  FILLER                          PIC  X(003) VALUE SPACES.
           03  WLD-VL-JRS                      PIC  --------.--9,99.
       01  W-LINHA-QT.
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLQ-TITULO                      PIC  X(032) VALUE SPACES.
           03  FILLER                          PIC  X(002) VALUE ": ".
           03  WLQ-QT                          PIC  ZZZZZZZZ9.
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
           PERFORM 018000-REGISTRAR-INICIO-RUN
           PERFORM 020000-ABRIR-ARQUIVOS
           PERFORM 030000-CARREGAR-CONTAS
           PERFORM 040000-APURAR-LANCAMENTOS
           PERFORM 050000-APURAR-HISTORICOS
           PERFORM 060000-MONTAR-VINCULOS
           PERFORM 065000-ORDENAR-VINCULOS
           PERFORM 070000-EMITIR-INFORMES
           .
      *
       000000-SAIR.
           DISPLAY "CTCS0026 - Contas no informe...............: "
               W-QT-CONTAS
           DISPLAY "CTCS0026 - Registros historicos lidos......: "
               W-QT-HIST-LIDOS
           DISPLAY "CTCS0026 - Contas sem cadastro ARQ-CONTAS..: "
               W-QT-SEM-CADASTRO
           DISPLAY "CTCS0026 - Informes (CPF) emitidos.........: "
               W-QT-CONTRIBUINTES
           DISPLAY "CTCS0026 - Linhas de conta nos informes....: "
               W-QT-DETALHES
      *
           IF W-ARQUIVOS-ABERTOS-SIM
               CLOSE ARQ-CONTAS CNT001 DEP001 SAQ001 RND001
                     REL-INFORME ARQ-MALA-DIRETA
               IF W-TIT001-DISPONIVEL-SIM
                   CLOSE TIT001
               END-IF
               IF W-SDO001-DISPONIVEL-SIM
                   CLOSE SDO001
               END-IF
               IF W-TRF001-DISPONIVEL-SIM
                   CLOSE TRF001
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
      * prefixo dos arquivos historicos, os caminhos do informe e do
      * arquivo da mala direta e o ano-base
      *
           OPEN INPUT ARQ-PARM
      *
           IF W-FILE-STATUS-ARQ-PARM NOT EQUAL "00"
               DISPLAY "CTCS0026 - Erro ao abrir a carta de controle "
                   "CTCS0026.PRM - FILE-STATUS=" W-FILE-STATUS-ARQ-PARM
               PERFORM 000000-SAIR
           END-IF
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-CONTAS
               AT END
                   DISPLAY "CTCS0026 - Carta de controle incompleta "
                       "- caminho de ARQ-CONTAS ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-TIT001
               AT END
                   DISPLAY "CTCS0026 - Carta de controle incompleta "
                       "- caminho de TIT001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-CNT001
               AT END
                   DISPLAY "CTCS0026 - Carta de controle incompleta "
                       "- caminho de CNT001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-SDO001
               AT END
                   DISPLAY "CTCS0026 - Carta de controle incompleta "
                       "- caminho de SDO001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO W-PREFIXO-HIST
               AT END
                   DISPLAY "CTCS0026 - Carta de controle incompleta "
                       "- prefixo dos arquivos historicos ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-DEP001
               AT END
                   DISPLAY "CTCS0026 - Carta de controle incompleta "
                       "- caminho de DEP001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-SAQ001
               AT END
                   DISPLAY "CTCS0026 - Carta de controle incompleta "
                       "- caminho de SAQ001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-RND001
               AT END
                   DISPLAY "CTCS0026 - Carta de controle incompleta "
                       "- caminho de RND001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-TRF001
               AT END
                   DISPLAY "CTCS0026 - Carta de controle incompleta "
                       "- caminho de TRF001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-JRS001
               AT END
                   DISPLAY "CTCS0026 - Carta de controle incompleta "
                       "- caminho de JRS001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-TAR001
               AT END
                   DISPLAY "CTCS0026 - Carta de controle incompleta "
                       "- caminho de TAR001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-TRX001
               AT END
                   DISPLAY "CTCS0026 - Carta de controle incompleta "
                       "- caminho de TRX001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-DVL001
               AT END
                   DISPLAY "CTCS0026 - Carta de controle incompleta "
                       "- caminho de DVL001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-PAG001
               AT END
                   DISPLAY "CTCS0026 - Carta de controle incompleta "
                       "- caminho de PAG001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-EMP001
               AT END
                   DISPLAY "CTCS0026 - Carta de controle incompleta "
                       "- caminho de EMP001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-PCL001
               AT END
                   DISPLAY "CTCS0026 - Carta de controle incompleta "
                       "- caminho de PCL001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-CHQ001
               AT END
                   DISPLAY "CTCS0026 - Carta de controle incompleta "
                       "- caminho de CHQ001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-RUN001
               AT END
                   DISPLAY "CTCS0026 - Carta de controle incompleta "
                       "- caminho de RUN001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-REL-INFORME
               AT END
                   DISPLAY "CTCS0026 - Carta de controle incompleta "
                       "- caminho do informe ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-MALA-DIRETA
               AT END
                   DISPLAY "CTCS0026 - Carta de controle incompleta "
                       "- caminho do arquivo da mala direta ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO W-PARM-AA-BASE
               AT END
                   DISPLAY "CTCS0026 - Carta de controle incompleta "
                       "- ano-base ausente."
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
      * o ano-base vem com 4 digitos e tem de ser um ano ja encerrado -
      * o saldo de 31/12 do ano corrente ainda nao existe
      *
           MOVE "ano-base"                     TO W-NM-PARM
           MOVE W-PARM-AA-BASE                 TO W-PARM-IMAGEM
           MOVE 4                              TO W-TAM-PARM
           PERFORM 016000-VALIDAR-PARM-NUMERICO
      *
           IF W-AA-BASE EQUAL ZEROS
              OR W-AA-BASE NOT < W-AA-CRR
               DISPLAY "CTCS0026 - Parametro invalido na carta "
                   "de controle: " W-NM-PARM
                   " (deve ser um ano ja encerrado)"
               PERFORM 000000-SAIR
           END-IF
      *
           MOVE W-AA-BASE TO W-AA-FIM-BASE
                             W-AA-INI-BASE
           SUBTRACT 1 FROM W-AA-BASE GIVING W-AA-FIM-ANT
      *
           DISPLAY "CTCS0026 - Ano-base do informe: " W-AA-BASE
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
                   DISPLAY "CTCS0026 - Parametro invalido na carta "
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
                           IF RUN001-NM-JOB EQUAL "CTCS0026"
      * registro de execucao anterior deste proprio job que caiu sem
      * finalizar - apenas avisa, pois a reexecucao eh legitima
                               DISPLAY "CTCS0026 - Aviso: execucao "
                                   "anterior iniciada em "
                                   RUN001-TS-INICIO " nao foi "
                                   "finalizada em RUN001."
                           ELSE
                               DISPLAY "CTCS0026 - Job "
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
           MOVE "CTCS0026"      TO RUN001-NM-JOB
           MOVE W-TS-CRR(1:16)  TO RUN001-TS-INICIO
           SET RUN001-EM-EXECUCAO TO TRUE
           MOVE ZEROS           TO RUN001-TS-FIM
           MOVE ZEROS           TO RUN001-QT-REGISTROS
      *
           WRITE RUN001-REGISTRO
               INVALID KEY
                   DISPLAY "CTCS0026 - Erro ao registrar o inicio "
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
               DISPLAY "CTCS0026 - Erro ao abrir ARQ-CONTAS - "
                   "FILE-STATUS=" W-FILE-STATUS-CONTAS
               PERFORM 000000-SAIR
           END-IF
      *
           OPEN INPUT CNT001
      *
           IF W-FILE-STATUS-CNT001 NOT EQUAL "00"
               DISPLAY "CTCS0026 - Erro ao abrir CNT001 - "
                   "FILE-STATUS=" W-FILE-STATUS-CNT001
               CLOSE ARQ-CONTAS
               PERFORM 000000-SAIR
           END-IF
      *
           OPEN INPUT DEP001
           OPEN INPUT SAQ001
           OPEN INPUT RND001
      *
           OPEN INPUT TIT001
      *
           IF W-FILE-STATUS-TIT001 EQUAL "00"
               SET W-TIT001-DISPONIVEL-SIM TO TRUE
           END-IF
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
           OPEN OUTPUT REL-INFORME
           OPEN OUTPUT ARQ-MALA-DIRETA
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
      * carrega as contas abertas ate 31/12 do ano-base e nao
      * encerradas antes de 01/01 dele; os dois saldos partem do saldo
      * de abertura deixado pelo expurgo do CTCS0010, quando houver
      *
           MOVE "N" TO W-FIM-ARQ
           PERFORM UNTIL W-FIM-DE-ARQ
               READ CNT001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ TO TRUE
                   NOT AT END
                       IF CNT001-DT-ABERTURA NOT > W-DT-FIM-BASE
                          AND (CNT001-DT-ENCERRAMENTO EQUAL SPACES
                           OR CNT001-DT-ENCERRAMENTO EQUAL ZEROS
                           OR CNT001-DT-ENCERRAMENTO NOT <
                              W-DT-INI-BASE)
                           PERFORM 031000-INCLUIR-CONTA
                       END-IF
               END-READ
           END-PERFORM
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
               DISPLAY "CTCS0026 - Quantidade de contas excede a "
                   "capacidade da tabela do informe."
               PERFORM 000000-SAIR
           END-IF
      *
           ADD 1 TO W-QT-CONTAS
           MOVE W-QT-CONTAS     TO W-IX
           MOVE CNT001-AG       TO TB-AG(W-IX)
           MOVE CNT001-CT       TO TB-CT(W-IX)
           MOVE CNT001-CPF      TO TB-CPF-TIT(W-IX)
           MOVE CNT001-NM       TO TB-NM-TIT(W-IX)
           MOVE "N"             TO TB-FL-CADASTRO(W-IX)
           MOVE ZEROS           TO TB-SDO-ANT(W-IX)
                                   TB-SDO-BASE(W-IX)
                                   TB-VL-RND(W-IX)
                                   TB-VL-JRS(W-IX)
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
                       MOVE SDO001-VL-ABERTURA TO TB-SDO-ANT(W-IX)
                                                  TB-SDO-BASE(W-IX)
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
      * percorre todos os ledgers que mexem no saldo, com o mesmo
      * sinal da conciliacao do CTCS0004, e aplica cada lancamento
      * as datas de referencia pela data do seu timestamp; RND001 e
      * JRS001 do ano-base tambem acumulam o rendimento e os juros
      * informados
      *
      * lancamentos marcados como estornados sao ignorados: o par
      * lancamento + estorno eh neutro no saldo
      *
           MOVE "N" TO W-FIM-ARQ
           PERFORM UNTIL W-FIM-DE-ARQ
               READ DEP001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ TO TRUE
                   NOT AT END
                       IF NOT DEP001-ESTORNADO
                           MOVE DEP001-AG-CLI      TO W-AG-LCT
                           MOVE DEP001-CT-CLI      TO W-CT-LCT
                           MOVE DEP001-TS-DEP(1:8) TO W-DT-LCT
                           MOVE DEP001-VL-DEP      TO W-VL-LCT
                           PERFORM 046000-APLICAR-LANCAMENTO
                       END-IF
               END-READ
           END-PERFORM
      *
           MOVE "N" TO W-FIM-ARQ
           PERFORM UNTIL W-FIM-DE-ARQ
               READ SAQ001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ TO TRUE
                   NOT AT END
                       IF NOT SAQ001-ESTORNADO
                           MOVE SAQ001-AG-CLI      TO W-AG-LCT
                           MOVE SAQ001-CT-CLI      TO W-CT-LCT
                           MOVE SAQ001-TS-SAQ(1:8) TO W-DT-LCT
                           COMPUTE W-VL-LCT = ZEROS - SAQ001-VL-SAQ
                           PERFORM 046000-APLICAR-LANCAMENTO
                       END-IF
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
                       MOVE RND001-TS-RND(1:8) TO W-DT-LCT
                       MOVE RND001-VL-RND      TO W-VL-LCT
                       PERFORM 046000-APLICAR-LANCAMENTO
                       IF W-ACHOU-A-CONTA
                          AND RND001-TS-RND(1:4) EQUAL W-PARM-AA-BASE
                           ADD RND001-VL-RND TO TB-VL-RND(W-IX)
                       END-IF
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
                       MOVE TRF001-AG-ORIG     TO W-AG-LCT
                       MOVE TRF001-CT-ORIG     TO W-CT-LCT
                       MOVE TRF001-TS-TRF(1:8) TO W-DT-LCT
                       COMPUTE W-VL-LCT = ZEROS - TRF001-VL-TRF
                       PERFORM 046000-APLICAR-LANCAMENTO
                       MOVE TRF001-AG-DEST     TO W-AG-LCT
                       MOVE TRF001-CT-DEST     TO W-CT-LCT
                       MOVE TRF001-VL-TRF      TO W-VL-LCT
                       PERFORM 046000-APLICAR-LANCAMENTO
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
                       MOVE JRS001-TS-JRS(1:8) TO W-DT-LCT
                       COMPUTE W-VL-LCT = ZEROS - JRS001-VL-JRS
                       PERFORM 046000-APLICAR-LANCAMENTO
                       IF W-ACHOU-A-CONTA
                          AND JRS001-TS-JRS(1:4) EQUAL W-PARM-AA-BASE
                           ADD JRS001-VL-JRS TO TB-VL-JRS(W-IX)
                       END-IF
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
                       MOVE TAR001-TS-TAR(1:8) TO W-DT-LCT
                       COMPUTE W-VL-LCT = ZEROS - TAR001-VL-TAR
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
                       MOVE TRX001-TS-TRX(1:8) TO W-DT-LCT
                       COMPUTE W-VL-LCT = ZEROS - TRX001-VL-TRX
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
                       MOVE DVL001-TS-DVL(1:8) TO W-DT-LCT
                       MOVE DVL001-VL-DVL      TO W-VL-LCT
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
                       MOVE PAG001-TS-PAG(1:8) TO W-DT-LCT
                       COMPUTE W-VL-LCT = ZEROS - PAG001-VL-PAG
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
                       MOVE EMP001-AG-CLI           TO W-AG-LCT
                       MOVE EMP001-CT-CLI           TO W-CT-LCT
                       MOVE EMP001-TS-CONTRATO(1:8) TO W-DT-LCT
                       MOVE EMP001-VL-PRINCIPAL     TO W-VL-LCT
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
                           MOVE PCL001-AG-CLI            TO W-AG-LCT
                           MOVE PCL001-CT-CLI            TO W-CT-LCT
                           MOVE PCL001-TS-PAGAMENTO(1:8) TO W-DT-LCT
                           COMPUTE W-VL-LCT =
                               ZEROS - PCL001-VL-PAGO
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
                           MOVE CHQ001-TS-PAGAMENTO(1:8) TO W-DT-LCT
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
      * conta fora da tabela nao entra no informe do ano-base
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
      * Entrada: W-AG-LCT / W-CT-LCT / W-DT-LCT / W-VL-LCT
      * Saida..: W-ACHOU-CONTA / W-IX
      *
      * lancamento ate 31/12 do ano anterior entra nos dois saldos;
      * lancamento do ano-base entra soh no saldo do ano-base
      *
           PERFORM 045000-LOCALIZAR-CONTA
      *
           IF W-ACHOU-A-CONTA
               IF W-DT-LCT NOT > W-DT-FIM-ANT
                   ADD W-VL-LCT TO TB-SDO-ANT(W-IX)
               END-IF
               IF W-DT-LCT NOT > W-DT-FIM-BASE
                   ADD W-VL-LCT TO TB-SDO-BASE(W-IX)
               END-IF
           END-IF
           .
      *
       046000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       050000-APURAR-HISTORICOS SECTION.
      *------------------------------------------------------------------------
      * o saldo de abertura de SDO001 ja contem todo lancamento
      * expurgado, inclusive os posteriores as datas de referencia
      * quando o corte do CTCS0010 passou delas; esses lancamentos
      * estao nos arquivos historicos anuais, a partir do ano-base, e
      * sao retirados aqui dos saldos em que nao deveriam entrar - o
      * rendimento expurgado do ano-base tambem sai dos historicos
      *
           IF W-SDO001-DISPONIVEL-SIM
               PERFORM VARYING W-AA-HIST FROM W-AA-BASE BY 1
                   UNTIL W-AA-HIST > W-AA-CRR
                   MOVE "DEP001" TO W-NM-LEDGER
                   PERFORM 051000-LER-HISTORICO
                   MOVE "SAQ001" TO W-NM-LEDGER
                   PERFORM 051000-LER-HISTORICO
                   MOVE "RND001" TO W-NM-LEDGER
                   PERFORM 051000-LER-HISTORICO
               END-PERFORM
           END-IF
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
      * desfaz, nos saldos posteriores ao lancamento expurgado, o
      * efeito que ele deixou no saldo de abertura - estornados nunca
      * entraram no saldo de abertura
      *
           IF NOT HST-ESTORNADO
               MOVE HST-AG-CLI      TO W-AG-LCT
               MOVE HST-CT-CLI      TO W-CT-LCT
               MOVE HST-TS-LCT(1:8) TO W-DT-LCT
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
                   IF W-DT-LCT > W-DT-FIM-ANT
                       SUBTRACT W-VL-LCT FROM TB-SDO-ANT(W-IX)
                   END-IF
                   IF W-DT-LCT > W-DT-FIM-BASE
                       SUBTRACT W-VL-LCT FROM TB-SDO-BASE(W-IX)
                   END-IF
                   IF W-NM-LEDGER EQUAL "RND001"
                      AND W-DT-LCT(1:4) EQUAL W-PARM-AA-BASE
                       ADD HST-VL-LCT TO TB-VL-RND(W-IX)
                   END-IF
               END-IF
           END-IF
           .
      *
       052000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       060000-MONTAR-VINCULOS SECTION.
      *------------------------------------------------------------------------
      * cruza CPF x conta como o CTCS0005: o titular vem de ARQ-CONTAS
      * e os co-titulares de TIT001; conta do informe que nao esta em
      * ARQ-CONTAS sai em nome do titular espelhado em CNT001
      *
           MOVE "N" TO W-FIM-ARQ
           PERFORM UNTIL W-FIM-DE-ARQ
               READ ARQ-CONTAS NEXT RECORD
                   AT END
                       SET W-FIM-DE-ARQ TO TRUE
                   NOT AT END
                       MOVE AGENCIA TO W-AG-LCT
                       MOVE CONTA   TO W-CT-LCT
                       PERFORM 045000-LOCALIZAR-CONTA
                       IF W-ACHOU-A-CONTA
                           MOVE CPF  TO TB-CPF-TIT(W-IX)
                           MOVE NOME TO TB-NM-TIT(W-IX)
                           SET TB-ACHOU-CADASTRO(W-IX) TO TRUE
                       END-IF
               END-READ
           END-PERFORM
      *
           PERFORM VARYING W-IX FROM 1 BY 1 UNTIL W-IX > W-QT-CONTAS
               IF NOT TB-ACHOU-CADASTRO(W-IX)
                   ADD 1 TO W-QT-SEM-CADASTRO
                   DISPLAY "CTCS0026 - Conta " TB-AG(W-IX) "/"
                       TB-CT(W-IX) " sem cadastro em ARQ-CONTAS - "
                       "titular obtido de CNT001."
               END-IF
               MOVE TB-CPF-TIT(W-IX) TO W-CPF-VNC
               MOVE TB-NM-TIT(W-IX)  TO W-NM-VNC
               MOVE "1"              TO W-TP-TIT-VNC
               PERFORM 063000-INCLUIR-VINCULO
           END-PERFORM
      *
      * o titular que tambem consta em TIT001 nao eh repetido
      *
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
                       MOVE TIT001-AG TO W-AG-LCT
                       MOVE TIT001-CT TO W-CT-LCT
                       PERFORM 045000-LOCALIZAR-CONTA
                       IF W-ACHOU-A-CONTA
                          AND TIT001-CPF NOT EQUAL TB-CPF-TIT(W-IX)
                           MOVE TIT001-CPF TO W-CPF-VNC
                           MOVE TIT001-NM  TO W-NM-VNC
                           MOVE "2"        TO W-TP-TIT-VNC
                           PERFORM 063000-INCLUIR-VINCULO
                       END-IF
               END-READ
           END-PERFORM
           .
      *
       060000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       063000-INCLUIR-VINCULO SECTION.
      *------------------------------------------------------------------------
      * Entrada: W-CPF-VNC / W-NM-VNC / W-TP-TIT-VNC / W-IX
      *
           IF W-QT-VINCULOS >= W-MAX-VINCULOS
               DISPLAY "CTCS0026 - Quantidade de vinculos CPF x conta "
                   "excede a capacidade da tabela do informe."
               PERFORM 000000-SAIR
           END-IF
      *
           ADD 1 TO W-QT-VINCULOS
           MOVE W-QT-VINCULOS TO W-IV
           MOVE W-CPF-VNC     TO TB-VNC-CPF(W-IV)
           MOVE W-IX          TO TB-VNC-IX(W-IV)
           MOVE W-NM-VNC      TO TB-VNC-NM(W-IV)
           MOVE W-TP-TIT-VNC  TO TB-VNC-TP-TIT(W-IV)
           .
      *
       063000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       065000-ORDENAR-VINCULOS SECTION.
      *------------------------------------------------------------------------
      * ordena os vinculos por CPF e, dentro do CPF, pela posicao da
      * conta na tabela (que ja esta em ordem de agencia/conta),
      * atraves de um metodo de ordenacao por bolha (bubble sort),
      * como o extrato do CTCS0003
      *
           IF W-QT-VINCULOS > 1
               PERFORM VARYING W-IV FROM 1 BY 1
                   UNTIL W-IV > W-QT-VINCULOS - 1
                   PERFORM VARYING W-IW FROM 1 BY 1
                       UNTIL W-IW > W-QT-VINCULOS - W-IV
                       IF TB-VNC-CPF(W-IW) > TB-VNC-CPF(W-IW + 1)
                          OR (TB-VNC-CPF(W-IW) EQUAL
                              TB-VNC-CPF(W-IW + 1)
                          AND TB-VNC-IX(W-IW) > TB-VNC-IX(W-IW + 1))
                           MOVE TB-VNC-ITEM(W-IW)    TO W-TB-AUX
                           MOVE TB-VNC-ITEM(W-IW + 1)
                               TO TB-VNC-ITEM(W-IW)
                           MOVE W-TB-AUX
                               TO TB-VNC-ITEM(W-IW + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF
           .
      *
       065000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       070000-EMITIR-INFORMES SECTION.
      *------------------------------------------------------------------------
      * um informe por CPF, com uma linha por conta e os totais; o
      * arquivo da mala direta recebe, para cada CPF, o registro do
      * contribuinte com os totais e os detalhes das contas
      *
           INITIALIZE REG-MALA-DIRETA
           SET MAL-REG-HEADER            TO TRUE
           MOVE W-AA-BASE                TO MAL-HDR-AA-BASE
           MOVE W-TS-CRR(1:8)            TO MAL-HDR-DT-GERACAO
           MOVE "CTC - CONTROLE DE CONTAS" TO MAL-HDR-NM-FONTE
           WRITE REG-MALA-DIRETA
      *
           STRING "INFORME DE RENDIMENTOS FINANCEIROS - "
                  "ANO-CALENDARIO " W-PARM-AA-BASE
                  DELIMITED BY SIZE INTO W-LINHA-CAB1
      *
           STRING "  AGENCIA/CONTA    TITULARIDADE   "
                  " SALDO 31/12/" W-AA-FIM-ANT
                  "   SALDO 31/12/" W-AA-FIM-BASE
                  "      RENDIMENTOS   JUROS CH.ESPEC."
                  DELIMITED BY SIZE INTO W-LINHA-CAB2
      *
           STRING "  SALDOS NEGATIVOS INDICAM CONTA DEVEDORA NO "
                  "CHEQUE ESPECIAL NA DATA."
                  DELIMITED BY SIZE INTO W-LINHA-CAB3
      *
           PERFORM VARYING W-IV FROM 1 BY 1
               UNTIL W-IV > W-QT-VINCULOS
               IF W-IV EQUAL 1
                  OR TB-VNC-CPF(W-IV) NOT EQUAL W-CPF-ANTERIOR
                   IF W-IV > 1
                       PERFORM 073000-EMITIR-TOTAL-CPF
                   END-IF
                   PERFORM 071000-ABRIR-INFORME-CPF
               END-IF
      *
               PERFORM 072000-EMITIR-CONTA
           END-PERFORM
      *
           IF W-QT-VINCULOS > ZEROS
               PERFORM 073000-EMITIR-TOTAL-CPF
           END-IF
      *
           INITIALIZE REG-MALA-DIRETA
           SET MAL-REG-TRAILER          TO TRUE
           MOVE W-AA-BASE               TO MAL-TRL-AA-BASE
           MOVE W-QT-CONTRIBUINTES      TO MAL-TRL-QT-CONTRIBUINTES
           MOVE W-QT-DETALHES           TO MAL-TRL-QT-DETALHES
           MOVE W-VL-RND-TOTAL          TO MAL-TRL-VL-RND
           MOVE W-VL-JRS-TOTAL          TO MAL-TRL-VL-JRS
           WRITE REG-MALA-DIRETA
      *
           WRITE REL-INF-LINHA FROM W-LINHA-SEPARADOR
           MOVE "TOTAIS GERAIS DO INFORME" TO REL-INF-LINHA
           WRITE REL-INF-LINHA
      *
           MOVE "INFORMES (CPF) EMITIDOS" TO WLQ-TITULO
           MOVE W-QT-CONTRIBUINTES TO WLQ-QT
           WRITE REL-INF-LINHA FROM W-LINHA-QT
      *
           MOVE "CONTAS NO INFORME" TO WLQ-TITULO
           MOVE W-QT-CONTAS TO WLQ-QT
           WRITE REL-INF-LINHA FROM W-LINHA-QT
      *
           MOVE "RENDIMENTOS CREDITADOS" TO WLV-TITULO
           MOVE W-VL-RND-TOTAL TO WLV-VL
           WRITE REL-INF-LINHA FROM W-LINHA-VL
      *
           MOVE "JUROS DE CHEQUE ESPECIAL PAGOS" TO WLV-TITULO
           MOVE W-VL-JRS-TOTAL TO WLV-VL
           WRITE REL-INF-LINHA FROM W-LINHA-VL
      *
           DISPLAY "CTCS0026 - Informe de rendimentos do ano-base "
               W-AA-BASE " emitido com sucesso."
           .
      *
       070000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       071000-ABRIR-INFORME-CPF SECTION.
      *------------------------------------------------------------------------
      * abre o informe do CPF na posicao W-IV da tabela de vinculos -
      * os totais do CPF sao apurados antes, para o registro do
      * contribuinte sair a frente dos detalhes na mala direta
      *
           MOVE TB-VNC-CPF(W-IV) TO W-CPF-ANTERIOR
           MOVE ZEROS            TO W-QT-CONTAS-CPF
                                    W-SDO-ANT-CPF
                                    W-SDO-BASE-CPF
                                    W-VL-RND-CPF
                                    W-VL-JRS-CPF
      *
           PERFORM VARYING W-IW FROM W-IV BY 1
               UNTIL W-IW > W-QT-VINCULOS
                  OR TB-VNC-CPF(W-IW) NOT EQUAL W-CPF-ANTERIOR
               MOVE TB-VNC-IX(W-IW) TO W-IX
               ADD 1                TO W-QT-CONTAS-CPF
               ADD TB-SDO-ANT(W-IX)  TO W-SDO-ANT-CPF
               ADD TB-SDO-BASE(W-IX) TO W-SDO-BASE-CPF
               ADD TB-VL-RND(W-IX)   TO W-VL-RND-CPF
               ADD TB-VL-JRS(W-IX)   TO W-VL-JRS-CPF
           END-PERFORM
      *
           ADD 1 TO W-QT-CONTRIBUINTES
      *
           MOVE W-CPF-ANTERIOR TO W-CPF-NUM
           MOVE SPACES         TO W-CPF-EDITADO
           STRING W-CPF-P1 "." W-CPF-P2 "." W-CPF-P3 "-" W-CPF-DV
                  DELIMITED BY SIZE INTO W-CPF-EDITADO
      *
           WRITE REL-INF-LINHA FROM W-LINHA-SEPARADOR
           WRITE REL-INF-LINHA FROM W-LINHA-CAB1
           MOVE "FONTE PAGADORA: CTC - CONTROLE DE CONTAS"
               TO REL-INF-LINHA
           WRITE REL-INF-LINHA
           WRITE REL-INF-LINHA FROM W-LINHA-BRANCO
      *
           MOVE TB-VNC-NM(W-IV) TO WLC-NM
           MOVE W-CPF-EDITADO   TO WLC-CPF
           WRITE REL-INF-LINHA FROM W-LINHA-CONTRIBUINTE
           WRITE REL-INF-LINHA FROM W-LINHA-BRANCO
           WRITE REL-INF-LINHA FROM W-LINHA-CAB2
      *
           INITIALIZE REG-MALA-DIRETA
           SET MAL-REG-CONTRIBUINTE TO TRUE
           MOVE W-CPF-ANTERIOR      TO MAL-CTB-CPF
           MOVE TB-VNC-NM(W-IV)     TO MAL-CTB-NM
           MOVE W-QT-CONTAS-CPF     TO MAL-CTB-QT-CONTAS
           MOVE W-SDO-ANT-CPF       TO W-VL-COM-SINAL
           PERFORM 075000-SEPARAR-SINAL
           MOVE W-SN-VALOR          TO MAL-CTB-SN-SDO-ANT
           MOVE W-VL-ABSOLUTO       TO MAL-CTB-SDO-ANT
           MOVE W-SDO-BASE-CPF      TO W-VL-COM-SINAL
           PERFORM 075000-SEPARAR-SINAL
           MOVE W-SN-VALOR          TO MAL-CTB-SN-SDO-BASE
           MOVE W-VL-ABSOLUTO       TO MAL-CTB-SDO-BASE
           MOVE W-VL-RND-CPF        TO MAL-CTB-VL-RND
           MOVE W-VL-JRS-CPF        TO MAL-CTB-VL-JRS
           WRITE REG-MALA-DIRETA
           .
      *
       071000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       072000-EMITIR-CONTA SECTION.
      *------------------------------------------------------------------------
      * linha da conta do vinculo na posicao W-IV, no informe e na
      * mala direta
      *
           MOVE TB-VNC-IX(W-IV) TO W-IX
      *
           MOVE TB-AG(W-IX)       TO WLD-AG
           MOVE TB-CT(W-IX)       TO WLD-CT
           IF TB-VNC-TITULAR(W-IV)
               MOVE "TITULAR"     TO WLD-TITULARIDADE
           ELSE
               MOVE "CO-TITULAR"  TO WLD-TITULARIDADE
           END-IF
           MOVE TB-SDO-ANT(W-IX)  TO WLD-SDO-ANT
           MOVE TB-SDO-BASE(W-IX) TO WLD-SDO-BASE
           MOVE TB-VL-RND(W-IX)   TO WLD-VL-RND
           MOVE TB-VL-JRS(W-IX)   TO WLD-VL-JRS
           WRITE REL-INF-LINHA FROM W-LINHA-DETALHE
      *
           INITIALIZE REG-MALA-DIRETA
           SET MAL-REG-DETALHE    TO TRUE
           MOVE TB-VNC-CPF(W-IV)  TO MAL-DET-CPF
           MOVE TB-AG(W-IX)       TO MAL-DET-AG
           MOVE TB-CT(W-IX)       TO MAL-DET-CT
           MOVE TB-VNC-TP-TIT(W-IV) TO MAL-DET-TP-TIT
           MOVE TB-SDO-ANT(W-IX)  TO W-VL-COM-SINAL
           PERFORM 075000-SEPARAR-SINAL
           MOVE W-SN-VALOR        TO MAL-DET-SN-SDO-ANT
           MOVE W-VL-ABSOLUTO     TO MAL-DET-SDO-ANT
           MOVE TB-SDO-BASE(W-IX) TO W-VL-COM-SINAL
           PERFORM 075000-SEPARAR-SINAL
           MOVE W-SN-VALOR        TO MAL-DET-SN-SDO-BASE
           MOVE W-VL-ABSOLUTO     TO MAL-DET-SDO-BASE
           MOVE TB-VL-RND(W-IX)   TO MAL-DET-VL-RND
           MOVE TB-VL-JRS(W-IX)   TO MAL-DET-VL-JRS
           WRITE REG-MALA-DIRETA
      *
           ADD 1                  TO W-QT-DETALHES
           ADD TB-VL-RND(W-IX)    TO W-VL-RND-TOTAL
           ADD TB-VL-JRS(W-IX)    TO W-VL-JRS-TOTAL
           .
      *
       072000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       073000-EMITIR-TOTAL-CPF SECTION.
      *------------------------------------------------------------------------
      *
           WRITE REL-INF-LINHA FROM W-LINHA-BRANCO
      *
           MOVE SPACES TO WLV-TITULO
           STRING "TOTAL DOS SALDOS EM 31/12/" W-AA-FIM-ANT
                  DELIMITED BY SIZE INTO WLV-TITULO
           MOVE W-SDO-ANT-CPF TO WLV-VL
           WRITE REL-INF-LINHA FROM W-LINHA-VL
      *
           MOVE SPACES TO WLV-TITULO
           STRING "TOTAL DOS SALDOS EM 31/12/" W-AA-FIM-BASE
                  DELIMITED BY SIZE INTO WLV-TITULO
           MOVE W-SDO-BASE-CPF TO WLV-VL
           WRITE REL-INF-LINHA FROM W-LINHA-VL
      *
           MOVE "RENDIMENTOS CREDITADOS NO ANO" TO WLV-TITULO
           MOVE W-VL-RND-CPF TO WLV-VL
           WRITE REL-INF-LINHA FROM W-LINHA-VL
      *
           MOVE "JUROS DE CHEQUE ESPECIAL PAGOS" TO WLV-TITULO
           MOVE W-VL-JRS-CPF TO WLV-VL
           WRITE REL-INF-LINHA FROM W-LINHA-VL
      *
           WRITE REL-INF-LINHA FROM W-LINHA-BRANCO
           WRITE REL-INF-LINHA FROM W-LINHA-CAB3
           .
      *
       073000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       075000-SEPARAR-SINAL SECTION.
      *------------------------------------------------------------------------
      * Entrada: W-VL-COM-SINAL
      * Saida..: W-SN-VALOR / W-VL-ABSOLUTO
      *
           IF W-VL-COM-SINAL < ZEROS
               MOVE "-" TO W-SN-VALOR
               COMPUTE W-VL-ABSOLUTO = ZEROS - W-VL-COM-SINAL
           ELSE
               MOVE "+" TO W-SN-VALOR
               MOVE W-VL-COM-SINAL TO W-VL-ABSOLUTO
           END-IF
           .
      *
       075000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       090000-REGISTRAR-FIM-RUN SECTION.
      *------------------------------------------------------------------------
      * marca em RUN001 o fim desta execucao, com o timestamp e a
      * quantidade de informes emitidos - nada a marcar se o inicio
      * nao chegou a ser registrado (ex.: abortada por conflito)
      *
           IF W-RUN-REGISTRADO-SIM
               MOVE W-RUN-CHAVE-JOB TO RUN001-CHAVE
      *
               READ RUN001
                   KEY IS RUN001-CHAVE
                   INVALID KEY
                       DISPLAY "CTCS0026 - Erro ao reler o registro "
                           "de execucao em RUN001 - FILE-STATUS="
                           W-FILE-STATUS-RUN001
                   NOT INVALID KEY
                       SET RUN001-FINALIZADO TO TRUE
                       MOVE FUNCTION CURRENT-DATE TO W-TS-CRR
                       MOVE W-TS-CRR(1:16) TO RUN001-TS-FIM
                       MOVE W-QT-CONTRIBUINTES TO
                           RUN001-QT-REGISTROS
                       REWRITE RUN001-REGISTRO
                           INVALID KEY
                               DISPLAY "CTCS0026 - Erro ao finalizar "
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
