      *------------------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------------------------------------------------
       PROGRAM-ID. CTCS0030.
      *------------------------------------------------------------------------
      * PROGRAMADOR: Mateus Barbosa da Silva
      * SIGLA......: CTC - Controle de Contas
      * OBJETIVO...: Tratamento do obito do titular - registra o
      * obito do CPF (OBT001, com data do obito e numero da certidao),
      * coloca em espolio, na base de movimento CNT001, as contas em
      * que o CPF eh titular principal e remove o CPF das contas
      * conjuntas em que ele era co-titular (TIT001), que seguem
      * ativas. A conta em espolio deixa de aceitar deposito, saque e
      * transferencia pelo CTCS0002; o saldo dela soh sai por
      * transferencia ao herdeiro mediante alvara ou escritura de
      * partilha, e a conta eh encerrada aqui quando zerada. O saldo
      * na data do obito, para o inventario, eh emitido pelo CTCS0031
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
      * cadastro de contas mantido pelo CTCS0001 - o indice
      * alternativo por CPF leva direto as contas do falecido
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
       SELECT CNT001
           ASSIGN TO CAMINHO-ARQ-CNT001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CNT001-ID-CT
           FILE STATUS  IS W-FILE-STATUS-CNT001
           .
      *
       SELECT TIT001
           ASSIGN TO CAMINHO-ARQ-TIT001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS TIT001-ID-TIT
           FILE STATUS  IS W-FILE-STATUS-TIT001
           .
      *
      * obitos registrados - um registro por CPF falecido
      *
       SELECT OBT001
           ASSIGN TO CAMINHO-ARQ-OBT001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS OBT001-CPF
           FILE STATUS  IS W-FILE-STATUS-OBT001
           .
      *
       SELECT BLQ001
           ASSIGN TO CAMINHO-ARQ-BLQ001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS BLQ001-ID-BLQ
           FILE STATUS  IS W-FILE-STATUS-BLQ001
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
           ASSIGN TO 'CTCS0030.PRM'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FILE-STATUS-ARQ-PARM
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
           03  CNT001-VL-LIM-SAQ-DIA          PIC  9(015)V99.
           03  CNT001-VL-LIM-TRF-DIA          PIC  9(015)V99.
           03  CNT001-DT-ABERTURA             PIC  X(008).
           03  CNT001-DT-ENCERRAMENTO         PIC  X(008).
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
       FD OBT001.
      *------------------------------------------------------------------------
      * obito registrado para o CPF - data do obito e numero da
      * certidao (matricula do registro civil), quantas contas foram
      * colocadas em espolio e de quantas contas conjuntas o CPF foi
      * removido como co-titular; o valor ja transferido aos herdeiros
      * e o ultimo alvara/escritura apresentado sao acumulados pela
      * operacao 2
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
       FD TRF001.
      *------------------------------------------------------------------------
      * mesmo layout declarado no CTCS0002
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
       FD ARQ-PARM.
      *------------------------------------------------------------------------
      *
       01  REG-ARQ-PARM                        PIC  X(100).
      *
      *------------------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *------------------------------------------------------------------------
      *
       77  W-FILE-STATUS-CONTAS                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-CNT001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-TIT001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-OBT001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-BLQ001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-TRF001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-AUD001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-CTL001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-ARQ-PARM              PIC  X(002) VALUE ZEROS.
      *
       77  CAMINHO-ARQ-CONTAS                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-CNT001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-TIT001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-OBT001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-BLQ001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-TRF001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-AUD001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-CTL001                  PIC  X(100) VALUE SPACES.
      *
       77  W-ID-ULT-REG-TRF001                 PIC  9(018) VALUE ZEROS.
       77  W-ID-ULT-REG-AUD001                 PIC  9(018) VALUE ZEROS.
      *
      * contadores do registro do obito
      *
       77  W-QT-CT-ESPOLIO                     PIC  9(003) VALUE ZEROS.
       77  W-QT-CO-TIT-REMOVIDA                PIC  9(003) VALUE ZEROS.
      *
      * nome do falecido, obtido do cadastro de contas ou, na falta
      * dele, da titularidade conjunta
      *
       77  W-NM-FALECIDO                       PIC  X(040) VALUE SPACES.
      *
      * apoio da transferencia ao herdeiro - mesmos nomes usados no
      * 075000-TRANSFERIR-CONTAS do CTCS0002
      *
       77  W-CPF-ESPOLIO                       PIC  9(011) VALUE ZEROS.
       77  W-SDO-ORIG-ANTES                    PIC S9(015)V99
           VALUE ZEROS.
       77  W-SDO-ORIG-NOVO                     PIC S9(015)V99
           VALUE ZEROS.
       77  W-SDO-DEST-ANTES                    PIC S9(015)V99
           VALUE ZEROS.
       77  W-SDO-DEST-NOVO                     PIC S9(015)V99
           VALUE ZEROS.
       77  W-SDO-DISPONIVEL                    PIC S9(015)V99
           VALUE ZEROS.
       77  W-VL-BLOQUEADO                      PIC  9(015)V99
           VALUE ZEROS.
      *
      * trilha de auditoria - agencia/conta alterada, saldo antes da
      * operacao e lancamento de referencia (ID da transferencia)
      *
       77  W-AG-AUD                            PIC  9(004) VALUE ZEROS.
       77  W-CT-AUD                            PIC  9(008) VALUE ZEROS.
       77  W-SDO-ANTES-OPER                    PIC S9(015)V99
           VALUE ZEROS.
       77  W-ID-LCT-REF                        PIC  9(018) VALUE ZEROS.
      *
      * data do obito informada, com visao numerica para a validacao
      *
       01  W-DT-OBITO.
           03  W-AA-OBITO                      PIC  9(004).
           03  W-MM-OBITO                      PIC  9(002).
           03  W-DD-OBITO                      PIC  9(002).
      *
       01  W-FIM-ARQ                           PIC  X(001) VALUE "N".
           88  W-FIM-DE-ARQ                            VALUE "S".
      *
       01  W-FIM-ARQ-BLQ001                    PIC  X(001) VALUE "N".
           88  W-FIM-DE-ARQ-BLQ001                     VALUE "S".
      *
       01  W-CTL-ACHOU                         PIC  X(001) VALUE "N".
           88  W-CTL-ACHOU-SIM                        VALUE "S".
      *
       01  W-CONTA-ACHOU                       PIC  X(001) VALUE "N".
           88  W-CONTA-ACHOU-SIM                      VALUE "S".
      *
       01  W-TEM-BLOQUEIO-ATIVO                PIC  X(001) VALUE "N".
           88  W-TEM-BLOQUEIO-ATIVO-SIM               VALUE "S".
      *
      * BLQ001 eh apenas consultado - sem o arquivo (nenhum bloqueio
      * jamais incluido pelo CTCS0014), nao ha o que conferir
      *
       01  W-BLQ001-DISPONIVEL                 PIC  X(001) VALUE "N".
           88  W-BLQ001-DISPONIVEL-SIM                VALUE "S".
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
           03  CTCS0030-VRV-ENTD.
               05  CTCS0030-OPERACAO           PIC 9(002) VALUE 1.
      * 1 = registrar obito / 2 = transferir saldo do espolio ao
      * herdeiro / 3 = encerrar conta em espolio
      * operacao 1: CPF do falecido, data do obito (AAAAMMDD) e
      * numero (matricula) da certidao de obito
               05  CTCS0030-CPF                PIC 9(011) VALUE
                   12345678909.
               05  CTCS0030-DT-OBITO           PIC X(008) VALUE
                   "20261001".
               05  CTCS0030-NR-CERTIDAO        PIC X(032) VALUE
                   "11111101552026100000123000012345".
      * operacoes 2 e 3: conta em espolio
               05  CTCS0030-AG                 PIC 9(004) VALUE 1234.
               05  CTCS0030-CT                 PIC 9(008) VALUE
                   12345678.
      * operacao 2: conta do herdeiro, valor e numero do alvara
      * judicial ou da escritura de partilha que autoriza a saida
               05  CTCS0030-AG-DST             PIC 9(004) VALUE ZEROS.
               05  CTCS0030-CT-DST             PIC 9(008) VALUE ZEROS.
               05  CTCS0030-VL-TRF             PIC 9(015)V99 VALUE
                   ZEROS.
               05  CTCS0030-NR-ALVARA          PIC X(020) VALUE SPACES.
               05  CTCS0030-MATR-OPER          PIC 9(006) VALUE ZEROS.
           03  CTCS0030-VRV-RTN.
               05  CTCS0030-CD-RTN             PIC  9(004) VALUE ZEROS.
               05  CTCS0030-TX-MSG-RTN         PIC  X(080) VALUE SPACES.
      * resultado da operacao 1 - contas colocadas em espolio e
      * contas conjuntas de que o CPF foi removido
               05  CTCS0030-QT-CT-ESPOLIO      PIC  9(003) VALUE ZEROS.
               05  CTCS0030-QT-CO-TIT-REMOVIDA PIC  9(003) VALUE ZEROS.
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
           EVALUATE CTCS0030-OPERACAO
               WHEN 1
                   PERFORM 030000-REGISTRAR-OBITO
               WHEN 2
                   PERFORM 040000-TRANSFERIR-HERDEIRO
               WHEN 3
                   PERFORM 050000-ENCERRAR-ESPOLIO
               WHEN OTHER
                   MOVE 3099 TO CTCS0030-CD-RTN
                   MOVE "CTCS0030 - Operacao invalida." TO
                       CTCS0030-TX-MSG-RTN
                   PERFORM 000000-SAIR
           END-EVALUATE
           .
      *
       000000-SAIR.
           DISPLAY 'CTCS0030-CD-RTN....: ' CTCS0030-CD-RTN
           DISPLAY 'CTCS0030-TX-MSG-RTN: ' CTCS0030-TX-MSG-RTN
      *
           IF W-ARQUIVOS-ABERTOS-SIM
               CLOSE ARQ-CONTAS CNT001 TIT001 OBT001 TRF001 AUD001
                     CTL001
               IF W-BLQ001-DISPONIVEL-SIM
                   CLOSE BLQ001
                   MOVE "N" TO W-BLQ001-DISPONIVEL
               END-IF
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
               MOVE 3010 TO CTCS0030-CD-RTN
               STRING "CTCS0030 - Erro ao abrir a carta de "
                      "controle CTCS0030.PRM." " - FILE-STATUS="
                      W-FILE-STATUS-ARQ-PARM "." DELIMITED BY SIZE
                      INTO CTCS0030-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-CONTAS
               AT END
                   MOVE 3011 TO CTCS0030-CD-RTN
                   STRING "CTCS0030 - Carta de controle "
                          "CTCS0030.PRM incompleta - caminho de "
                          "ARQ-CONTAS ausente." DELIMITED BY SIZE
                          INTO CTCS0030-TX-MSG-RTN
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-CNT001
               AT END
                   MOVE 3012 TO CTCS0030-CD-RTN
                   STRING "CTCS0030 - Carta de controle "
                          "CTCS0030.PRM incompleta - caminho de "
                          "CNT001 ausente." DELIMITED BY SIZE
                          INTO CTCS0030-TX-MSG-RTN
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-TIT001
               AT END
                   MOVE 3013 TO CTCS0030-CD-RTN
                   STRING "CTCS0030 - Carta de controle "
                          "CTCS0030.PRM incompleta - caminho de "
                          "TIT001 ausente." DELIMITED BY SIZE
                          INTO CTCS0030-TX-MSG-RTN
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-OBT001
               AT END
                   MOVE 3014 TO CTCS0030-CD-RTN
                   STRING "CTCS0030 - Carta de controle "
                          "CTCS0030.PRM incompleta - caminho de "
                          "OBT001 ausente." DELIMITED BY SIZE
                          INTO CTCS0030-TX-MSG-RTN
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-BLQ001
               AT END
                   MOVE 3015 TO CTCS0030-CD-RTN
                   STRING "CTCS0030 - Carta de controle "
                          "CTCS0030.PRM incompleta - caminho de "
                          "BLQ001 ausente." DELIMITED BY SIZE
                          INTO CTCS0030-TX-MSG-RTN
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-TRF001
               AT END
                   MOVE 3016 TO CTCS0030-CD-RTN
                   STRING "CTCS0030 - Carta de controle "
                          "CTCS0030.PRM incompleta - caminho de "
                          "TRF001 ausente." DELIMITED BY SIZE
                          INTO CTCS0030-TX-MSG-RTN
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-AUD001
               AT END
                   MOVE 3017 TO CTCS0030-CD-RTN
                   STRING "CTCS0030 - Carta de controle "
                          "CTCS0030.PRM incompleta - caminho de "
                          "AUD001 ausente." DELIMITED BY SIZE
                          INTO CTCS0030-TX-MSG-RTN
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-CTL001
               AT END
                   MOVE 3018 TO CTCS0030-CD-RTN
                   STRING "CTCS0030 - Carta de controle "
                          "CTCS0030.PRM incompleta - caminho de "
                          "CTL001 ausente." DELIMITED BY SIZE
                          INTO CTCS0030-TX-MSG-RTN
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           CLOSE ARQ-PARM
      *
           OPEN I-O ARQ-CONTAS
      *
           IF W-FILE-STATUS-CONTAS NOT EQUAL "00"
               MOVE 3019 TO CTCS0030-CD-RTN
               STRING "CTCS0030 - Erro ao abrir ARQ-CONTAS."
                      " - FILE-STATUS=" W-FILE-STATUS-CONTAS
                      DELIMITED BY SIZE INTO CTCS0030-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      *
           OPEN I-O CNT001
      *
           IF W-FILE-STATUS-CNT001 NOT EQUAL "00"
               CLOSE ARQ-CONTAS
               MOVE 3019 TO CTCS0030-CD-RTN
               STRING "CTCS0030 - Erro ao abrir CNT001."
                      " - FILE-STATUS=" W-FILE-STATUS-CNT001
                      DELIMITED BY SIZE INTO CTCS0030-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      *
           OPEN I-O TIT001
      *
           IF W-FILE-STATUS-TIT001 EQUAL "35"
               CLOSE TIT001
               OPEN OUTPUT TIT001
               CLOSE TIT001
               OPEN I-O TIT001
           END-IF
      *
           OPEN I-O OBT001
      *
           IF W-FILE-STATUS-OBT001 EQUAL "35"
               CLOSE OBT001
               OPEN OUTPUT OBT001
               CLOSE OBT001
               OPEN I-O OBT001
           END-IF
      *
           OPEN INPUT BLQ001
      *
           IF W-FILE-STATUS-BLQ001 EQUAL "00"
               SET W-BLQ001-DISPONIVEL-SIM TO TRUE
           END-IF
      *
           OPEN I-O TRF001
      *
           IF W-FILE-STATUS-TRF001 EQUAL "35"
               CLOSE TRF001
               OPEN OUTPUT TRF001
               CLOSE TRF001
               OPEN I-O TRF001
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
       030000-REGISTRAR-OBITO SECTION.
      *------------------------------------------------------------------------
      * registra o obito do CPF: as contas em que ele eh titular
      * principal vao para espolio e as titularidades conjuntas dele
      * sao removidas - o registro em OBT001 eh gravado por ultimo,
      * de modo que uma execucao interrompida possa ser refeita
      *
           IF CTCS0030-CPF EQUAL ZEROS
               MOVE 3001 TO CTCS0030-CD-RTN
               MOVE "CTCS0030 - CPF do falecido nao informado." TO
                   CTCS0030-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      *
           IF CTCS0030-DT-OBITO NOT NUMERIC
               MOVE 3002 TO CTCS0030-CD-RTN
               MOVE "CTCS0030 - Data do obito invalida." TO
                   CTCS0030-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      *
           MOVE CTCS0030-DT-OBITO TO W-DT-OBITO
      *
           IF W-AA-OBITO EQUAL ZEROS
              OR W-MM-OBITO < 1 OR W-MM-OBITO > 12
              OR W-DD-OBITO < 1 OR W-DD-OBITO > 31
               MOVE 3002 TO CTCS0030-CD-RTN
               MOVE "CTCS0030 - Data do obito invalida." TO
                   CTCS0030-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      *
           IF CTCS0030-DT-OBITO > W-TS-CRR(1:8)
               MOVE 3003 TO CTCS0030-CD-RTN
               MOVE "CTCS0030 - Data do obito posterior a data atual."
                   TO CTCS0030-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      *
           IF CTCS0030-NR-CERTIDAO EQUAL SPACES
               MOVE 3004 TO CTCS0030-CD-RTN
               STRING "CTCS0030 - Numero da certidao de obito nao "
                      "informado." DELIMITED BY SIZE
                      INTO CTCS0030-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      *
           MOVE CTCS0030-CPF TO OBT001-CPF
      *
           READ OBT001
               KEY IS OBT001-CPF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 3005 TO CTCS0030-CD-RTN
                   STRING "CTCS0030 - Obito ja registrado para o CPF "
                          "(data " OBT001-DT-OBITO ")." DELIMITED BY
                          SIZE INTO CTCS0030-TX-MSG-RTN
                   PERFORM 000000-SAIR
           END-READ
      *
           MOVE ZEROS  TO W-QT-CT-ESPOLIO
                          W-QT-CO-TIT-REMOVIDA
           MOVE SPACES TO W-NM-FALECIDO
      *
           PERFORM 031000-MARCAR-CONTAS-ESPOLIO
           PERFORM 032000-REMOVER-CO-TITULARIDADES
      *
           IF W-QT-CT-ESPOLIO EQUAL ZEROS
              AND W-QT-CO-TIT-REMOVIDA EQUAL ZEROS
               MOVE 3006 TO CTCS0030-CD-RTN
               STRING "CTCS0030 - CPF nao eh titular de conta ativa "
                      "nem co-titular de conta conjunta."
                      DELIMITED BY SIZE INTO CTCS0030-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      *
           PERFORM 033000-SALVAR-REG-OBT
      *
           MOVE W-QT-CT-ESPOLIO      TO CTCS0030-QT-CT-ESPOLIO
           MOVE W-QT-CO-TIT-REMOVIDA TO CTCS0030-QT-CO-TIT-REMOVIDA
      *
           MOVE ZEROS TO CTCS0030-CD-RTN
           STRING "CTCS0030 - Obito registrado - contas em espolio: "
                  W-QT-CT-ESPOLIO " / co-titulares removidos: "
                  W-QT-CO-TIT-REMOVIDA "." DELIMITED BY SIZE
                  INTO CTCS0030-TX-MSG-RTN
           PERFORM 000000-SAIR
           .
      *
       030000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       031000-MARCAR-CONTAS-ESPOLIO SECTION.
      *------------------------------------------------------------------------
      * percorre, pelo indice alternativo de CPF, as contas ativas do
      * cadastro em que o falecido eh titular principal e coloca cada
      * uma em espolio na base de movimento - a conta que ja esta em
      * espolio (execucao anterior interrompida) apenas eh contada
      *
           MOVE CTCS0030-CPF TO CPF
      *
           START ARQ-CONTAS
               KEY IS EQUAL CPF
               INVALID KEY
                   SET W-FIM-DE-ARQ TO TRUE
               NOT INVALID KEY
                   MOVE "N" TO W-FIM-ARQ
           END-START
      *
           PERFORM UNTIL W-FIM-DE-ARQ
               READ ARQ-CONTAS NEXT
                   AT END
                       SET W-FIM-DE-ARQ TO TRUE
                   NOT AT END
                       IF CPF NOT EQUAL CTCS0030-CPF
                           SET W-FIM-DE-ARQ TO TRUE
                       ELSE
                           MOVE NOME TO W-NM-FALECIDO
                           IF CONTA-ATIVA
                               PERFORM 031100-COLOCAR-EM-ESPOLIO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
      *
       031000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       031100-COLOCAR-EM-ESPOLIO SECTION.
      *------------------------------------------------------------------------
      * a conta ainda ausente de CNT001 (antes da carga inicial do
      * CTCS0008) nao tem movimentacao a bloquear - apenas avisa
      *
           MOVE AGENCIA TO CNT001-AG
           MOVE CONTA   TO CNT001-CT
      *
           READ CNT001
               KEY IS CNT001-ID-CT
               INVALID KEY
                   DISPLAY "CTCS0030 - Aviso: conta " AGENCIA "/"
                       CONTA " ainda nao existe em CNT001 - "
                       "executar a carga inicial CTCS0008."
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CNT001-CT-ESPOLIO
                           ADD 1 TO W-QT-CT-ESPOLIO
                       WHEN CNT001-CT-ATIVA
                       WHEN CNT001-CT-DORMENTE
                           SET CNT001-CT-ESPOLIO TO TRUE
                           REWRITE CNT001-REGISTRO
                               INVALID KEY
                                   MOVE 3021 TO CTCS0030-CD-RTN
                                   STRING "CTCS0030 - Erro ao colocar "
                                       "a conta " CNT001-AG "/"
                                       CNT001-CT " em espolio."
                                       " - FILE-STATUS="
                                       W-FILE-STATUS-CNT001
                                       DELIMITED BY SIZE
                                       INTO CTCS0030-TX-MSG-RTN
                                   PERFORM 000000-SAIR
                               NOT INVALID KEY
                                   ADD 1 TO W-QT-CT-ESPOLIO
                                   DISPLAY "CTCS0030 - Conta "
                                       CNT001-AG "/" CNT001-CT
                                       " colocada em espolio."
                           END-REWRITE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           .
      *
       031100-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       032000-REMOVER-CO-TITULARIDADES SECTION.
      *------------------------------------------------------------------------
      * varre TIT001 e exclui os registros de co-titular do falecido
      * - a conta conjunta segue ativa com os demais titulares; a
      * exclusao eh fisica, como na operacao 5 do CTCS0001, e a
      * remocao chega ao CCS pelo CTCS0029
      *
           MOVE LOW-VALUES TO TIT001-ID-TIT
      *
           START TIT001
               KEY IS GREATER THAN OR EQUAL TIT001-ID-TIT
               INVALID KEY
                   SET W-FIM-DE-ARQ TO TRUE
               NOT INVALID KEY
                   MOVE "N" TO W-FIM-ARQ
           END-START
      *
           PERFORM UNTIL W-FIM-DE-ARQ
               READ TIT001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ TO TRUE
                   NOT AT END
                       IF TIT001-CPF EQUAL CTCS0030-CPF
                          AND TIT001-SEGUNDO-TITULAR
                           IF W-NM-FALECIDO EQUAL SPACES
                               MOVE TIT001-NM TO W-NM-FALECIDO
                           END-IF
                           PERFORM 032100-EXCLUIR-CO-TITULAR
                       END-IF
               END-READ
           END-PERFORM
           .
      *
       032000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       032100-EXCLUIR-CO-TITULAR SECTION.
      *------------------------------------------------------------------------
      *
           DELETE TIT001 RECORD
               INVALID KEY
                   MOVE 3022 TO CTCS0030-CD-RTN
                   STRING "CTCS0030 - Erro ao remover o co-titular "
                          "da conta " TIT001-AG "/" TIT001-CT "."
                          " - FILE-STATUS=" W-FILE-STATUS-TIT001
                          DELIMITED BY SIZE INTO CTCS0030-TX-MSG-RTN
                   PERFORM 000000-SAIR
               NOT INVALID KEY
                   ADD 1 TO W-QT-CO-TIT-REMOVIDA
                   DISPLAY "CTCS0030 - Co-titular removido da conta "
                       TIT001-AG "/" TIT001-CT "."
           END-DELETE
           .
      *
       032100-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       033000-SALVAR-REG-OBT SECTION.
      *------------------------------------------------------------------------
      *
           INITIALIZE OBT001-REGISTRO
      *
           MOVE CTCS0030-CPF         TO OBT001-CPF
           MOVE W-NM-FALECIDO        TO OBT001-NM
           MOVE CTCS0030-DT-OBITO    TO OBT001-DT-OBITO
           MOVE CTCS0030-NR-CERTIDAO TO OBT001-NR-CERTIDAO
           MOVE W-TS-CRR(1:8)        TO OBT001-DT-REGISTRO
           MOVE W-QT-CT-ESPOLIO      TO OBT001-QT-CT-ESPOLIO
           MOVE W-QT-CO-TIT-REMOVIDA TO OBT001-QT-CO-TIT-REMOVIDA
           MOVE ZEROS                TO OBT001-VL-PARTILHADO
           MOVE SPACES               TO OBT001-NR-ULT-ALVARA
           MOVE CTCS0030-MATR-OPER   TO OBT001-MATR-OPER
      *
           WRITE OBT001-REGISTRO
               INVALID KEY
                   MOVE 3020 TO CTCS0030-CD-RTN
                   STRING "CTCS0030 - Erro ao gravar o registro do "
                          "obito." " - FILE-STATUS="
                          W-FILE-STATUS-OBT001 DELIMITED BY SIZE
                          INTO CTCS0030-TX-MSG-RTN
                   PERFORM 000000-SAIR
           END-WRITE
           .
      *
       033000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       040000-TRANSFERIR-HERDEIRO SECTION.
      *------------------------------------------------------------------------
      * transfere CTCS0030-VL-TRF da conta em espolio (CTCS0030-AG/CT)
      * para a conta do herdeiro (CTCS0030-AG-DST/CT-DST), nos moldes
      * do 075000-TRANSFERIR-CONTAS do CTCS0002: as duas contas sao
      * lidas e validadas antes de qualquer REWRITE, cada ponta gera a
      * sua trilha "T" e a transferencia fica em TRF001. A saida do
      * espolio eh autorizada pelo alvara, entao nao ha teto diario,
      * mas o espolio nao entra no cheque especial nem leva valor
      * bloqueado por oficio
      *
           IF CTCS0030-VL-TRF EQUAL ZEROS
               MOVE 3033 TO CTCS0030-CD-RTN
               MOVE "CTCS0030 - Valor da transferencia nao informado."
                   TO CTCS0030-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      *
           IF CTCS0030-NR-ALVARA EQUAL SPACES
               MOVE 3034 TO CTCS0030-CD-RTN
               STRING "CTCS0030 - Numero do alvara ou da escritura de "
                      "partilha nao informado." DELIMITED BY SIZE
                      INTO CTCS0030-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      *
           IF CTCS0030-AG EQUAL CTCS0030-AG-DST
              AND CTCS0030-CT EQUAL CTCS0030-CT-DST
               MOVE 3035 TO CTCS0030-CD-RTN
               STRING "CTCS0030 - Conta do herdeiro e conta do "
                      "espolio sao a mesma." DELIMITED BY SIZE
                      INTO CTCS0030-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      * le e valida a conta em espolio
           PERFORM 045000-LER-CONTA-ESPOLIO
      *
           MOVE CNT001-CPF TO W-CPF-ESPOLIO
           MOVE CNT001-SDO TO W-SDO-ORIG-ANTES
      *
           PERFORM 060000-SOMAR-BLOQUEIOS-CONTA
           SUBTRACT W-VL-BLOQUEADO FROM CNT001-SDO
               GIVING W-SDO-DISPONIVEL
      *
           IF CTCS0030-VL-TRF > W-SDO-DISPONIVEL
               MOVE 3038 TO CTCS0030-CD-RTN
               STRING "CTCS0030 - Saldo disponivel do espolio "
                      "insuficiente para a transferencia."
                      DELIMITED BY SIZE INTO CTCS0030-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      *
           SUBTRACT CTCS0030-VL-TRF FROM W-SDO-ORIG-ANTES
               GIVING W-SDO-ORIG-NOVO
      * le e valida a conta do herdeiro antes de debitar o espolio
           MOVE CTCS0030-AG-DST TO CNT001-AG
           MOVE CTCS0030-CT-DST TO CNT001-CT
      *
           READ CNT001
               KEY IS CNT001-ID-CT
               INVALID KEY
                   MOVE 3036 TO CTCS0030-CD-RTN
                   STRING "CTCS0030 - Conta do herdeiro nao "
                          "encontrada." " - FILE-STATUS="
                          W-FILE-STATUS-CNT001 DELIMITED BY SIZE
                          INTO CTCS0030-TX-MSG-RTN
                   PERFORM 000000-SAIR
           END-READ
      *
           IF CNT001-CT-ENCERRADA OR CNT001-CT-ESPOLIO
               MOVE 3037 TO CTCS0030-CD-RTN
               STRING "CTCS0030 - Conta do herdeiro encerrada ou em "
                      "espolio nao aceita o credito." DELIMITED BY
                      SIZE INTO CTCS0030-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      *
           MOVE CNT001-SDO TO W-SDO-DEST-ANTES
      *
           ADD CTCS0030-VL-TRF TO W-SDO-DEST-ANTES
               GIVING W-SDO-DEST-NOVO
               ON SIZE ERROR
                   MOVE 3037 TO CTCS0030-CD-RTN
                   STRING "CTCS0030 - Valor na conta do herdeiro "
                          "extrapola o limite do sistema."
                          DELIMITED BY SIZE INTO CTCS0030-TX-MSG-RTN
                   PERFORM 000000-SAIR
           END-ADD
      * efetiva o debito no espolio - relido para que o REWRITE nao
      * grave os dados cadastrais do herdeiro na conta do espolio
           PERFORM 045000-LER-CONTA-ESPOLIO
      *
           MOVE W-SDO-ORIG-NOVO TO CNT001-SDO
      *
           REWRITE CNT001-REGISTRO
               INVALID KEY
                   MOVE 3023 TO CTCS0030-CD-RTN
                   STRING "CTCS0030 - Erro ao debitar a conta do "
                          "espolio." " - FILE-STATUS="
                          W-FILE-STATUS-CNT001 DELIMITED BY SIZE
                          INTO CTCS0030-TX-MSG-RTN
                   PERFORM 000000-SAIR
               NOT INVALID KEY
                   MOVE CTCS0030-AG      TO W-AG-AUD
                   MOVE CTCS0030-CT      TO W-CT-AUD
                   MOVE W-SDO-ORIG-ANTES TO W-SDO-ANTES-OPER
                   PERFORM 043000-OBTER-PROX-ID-TRF
                   MOVE W-ID-ULT-REG-TRF001 TO W-ID-LCT-REF
                   PERFORM 070000-GRAVAR-AUDITORIA
           END-REWRITE
      * efetiva o credito no herdeiro - se nao for possivel, desfaz o
      * debito ja efetivado no espolio antes de devolver o erro
           MOVE CTCS0030-AG-DST TO CNT001-AG
           MOVE CTCS0030-CT-DST TO CNT001-CT
      *
           READ CNT001
               KEY IS CNT001-ID-CT
           END-READ
      *
           IF W-FILE-STATUS-CNT001 NOT EQUAL "00"
               PERFORM 041000-DESFAZER-DEBITO-ESPOLIO
               MOVE 3024 TO CTCS0030-CD-RTN
               STRING "CTCS0030 - Erro ao creditar o herdeiro - "
                      "debito do espolio desfeito." " - FILE-STATUS="
                      W-FILE-STATUS-CNT001 DELIMITED BY SIZE
                      INTO CTCS0030-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      *
           MOVE W-SDO-DEST-NOVO TO CNT001-SDO
      *
           REWRITE CNT001-REGISTRO
               INVALID KEY
                   PERFORM 041000-DESFAZER-DEBITO-ESPOLIO
                   MOVE 3024 TO CTCS0030-CD-RTN
                   STRING "CTCS0030 - Erro ao creditar o herdeiro - "
                          "debito do espolio desfeito."
                          " - FILE-STATUS=" W-FILE-STATUS-CNT001
                          DELIMITED BY SIZE INTO CTCS0030-TX-MSG-RTN
                   PERFORM 000000-SAIR
               NOT INVALID KEY
                   MOVE CTCS0030-AG-DST  TO W-AG-AUD
                   MOVE CTCS0030-CT-DST  TO W-CT-AUD
                   MOVE W-SDO-DEST-ANTES TO W-SDO-ANTES-OPER
                   PERFORM 070000-GRAVAR-AUDITORIA
           END-REWRITE
      *
           PERFORM 042000-SALVAR-REG-TRF
           PERFORM 044000-ATUALIZAR-PARTILHA
      *
           MOVE ZEROS TO CTCS0030-CD-RTN
           STRING "CTCS0030 - Transferencia ao herdeiro realizada - "
                  "alvara " CTCS0030-NR-ALVARA "." DELIMITED BY SIZE
                  INTO CTCS0030-TX-MSG-RTN
           PERFORM 000000-SAIR
           .
      *
       040000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       041000-DESFAZER-DEBITO-ESPOLIO SECTION.
      *------------------------------------------------------------------------
      * devolve W-SDO-ORIG-ANTES a conta em espolio quando o credito no
      * herdeiro nao pode ser efetivado, como o 075100 do CTCS0002
      *
           MOVE CTCS0030-AG TO CNT001-AG
           MOVE CTCS0030-CT TO CNT001-CT
      *
           READ CNT001
               KEY IS CNT001-ID-CT
           END-READ
      *
           IF W-FILE-STATUS-CNT001 NOT EQUAL "00"
               DISPLAY "CTCS0030 - Erro ao reler a conta do espolio "
                   CTCS0030-AG "/" CTCS0030-CT " para desfazer o "
                   "debito - FILE-STATUS=" W-FILE-STATUS-CNT001
           ELSE
               MOVE W-SDO-ORIG-ANTES TO CNT001-SDO
      *
               REWRITE CNT001-REGISTRO
                   INVALID KEY
                       DISPLAY "CTCS0030 - Erro ao desfazer o debito "
                           "da conta " CTCS0030-AG "/" CTCS0030-CT
                           " - FILE-STATUS=" W-FILE-STATUS-CNT001
                   NOT INVALID KEY
                       MOVE CTCS0030-AG     TO W-AG-AUD
                       MOVE CTCS0030-CT     TO W-CT-AUD
                       MOVE W-SDO-ORIG-NOVO TO W-SDO-ANTES-OPER
                       PERFORM 070000-GRAVAR-AUDITORIA
               END-REWRITE
           END-IF
           .
      *
       041000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       042000-SALVAR-REG-TRF SECTION.
      *------------------------------------------------------------------------
      * o ID foi reservado antes da gravacao da trilha, para constar
      * de AUD001-ID-LCT-REF - a transferencia fica em TRF001 como
      * qualquer outra, e assim aparece no extrato (CTCS0003) e na
      * conciliacao (CTCS0004)
      *
           INITIALIZE TRF001-REGISTRO
      *
           MOVE W-ID-ULT-REG-TRF001 TO TRF001-ID-TRF
           MOVE CTCS0030-AG         TO TRF001-AG-ORIG
           MOVE CTCS0030-CT         TO TRF001-CT-ORIG
           MOVE CTCS0030-AG-DST     TO TRF001-AG-DEST
           MOVE CTCS0030-CT-DST     TO TRF001-CT-DEST
           MOVE CTCS0030-VL-TRF     TO TRF001-VL-TRF
           MOVE W-TS-CRR(1:16)      TO TRF001-TS-TRF
      * chaves alternativas agencia/conta + timestamp das duas pontas
           MOVE TRF001-AG-ORIG      TO TRF001-AG-ORIG-CHAVE
           MOVE TRF001-CT-ORIG      TO TRF001-CT-ORIG-CHAVE
           MOVE TRF001-TS-TRF       TO TRF001-TS-ORIG-CHAVE
           MOVE TRF001-AG-DEST      TO TRF001-AG-DEST-CHAVE
           MOVE TRF001-CT-DEST      TO TRF001-CT-DEST-CHAVE
           MOVE TRF001-TS-TRF       TO TRF001-TS-DEST-CHAVE
      *
           WRITE TRF001-REGISTRO
               INVALID KEY
                   MOVE 3025 TO CTCS0030-CD-RTN
                   STRING "CTCS0030 - Erro ao gravar o registro da "
                          "transferencia." " - FILE-STATUS="
                          W-FILE-STATUS-TRF001 DELIMITED BY SIZE
                          INTO CTCS0030-TX-MSG-RTN
                   PERFORM 000000-SAIR
           END-WRITE
           .
      *
       042000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       043000-OBTER-PROX-ID-TRF SECTION.
      *------------------------------------------------------------------------
      * obtem o proximo TRF001-ID-TRF a partir do registro de controle
      * de sequencia de CTL001, compartilhado com o CTCS0002
      *
           MOVE "TRF001" TO CTL001-CHAVE-SEQ
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
           ADD 1 TO CTL001-ULT-ID GIVING TRF001-ID-TRF
           MOVE TRF001-ID-TRF TO CTL001-ULT-ID
           MOVE TRF001-ID-TRF TO W-ID-ULT-REG-TRF001
           MOVE "TRF001"      TO CTL001-CHAVE-SEQ
      *
           IF W-CTL-ACHOU-SIM
               REWRITE CTL001-REGISTRO
                   INVALID KEY
                       MOVE 3026 TO CTCS0030-CD-RTN
                       STRING "CTCS0030 - Erro ao atualizar o "
                              "controle de sequencia do TRF001."
                              " - FILE-STATUS=" W-FILE-STATUS-CTL001
                              DELIMITED BY SIZE INTO
                              CTCS0030-TX-MSG-RTN
                       PERFORM 000000-SAIR
               END-REWRITE
           ELSE
               WRITE CTL001-REGISTRO
                   INVALID KEY
                       MOVE 3026 TO CTCS0030-CD-RTN
                       STRING "CTCS0030 - Erro ao criar o "
                              "controle de sequencia do TRF001."
                              " - FILE-STATUS=" W-FILE-STATUS-CTL001
                              DELIMITED BY SIZE INTO
                              CTCS0030-TX-MSG-RTN
                       PERFORM 000000-SAIR
               END-WRITE
           END-IF
           .
      *
       043000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       044000-ATUALIZAR-PARTILHA SECTION.
      *------------------------------------------------------------------------
      * acumula no registro do obito o valor ja entregue aos herdeiros
      * e guarda o ultimo alvara/escritura apresentado - a conta posta
      * em espolio por outro meio que nao o registro do obito nao tem
      * OBT001, e apenas se avisa
      *
           MOVE W-CPF-ESPOLIO TO OBT001-CPF
      *
           READ OBT001
               KEY IS OBT001-CPF
               INVALID KEY
                   DISPLAY "CTCS0030 - Aviso: obito do CPF "
                       W-CPF-ESPOLIO " nao registrado em OBT001."
               NOT INVALID KEY
                   ADD CTCS0030-VL-TRF    TO OBT001-VL-PARTILHADO
                   MOVE CTCS0030-NR-ALVARA TO OBT001-NR-ULT-ALVARA
                   REWRITE OBT001-REGISTRO
                       INVALID KEY
                           MOVE 3029 TO CTCS0030-CD-RTN
                           STRING "CTCS0030 - Transferencia feita, "
                               "mas houve erro ao atualizar OBT001."
                               " - FILE-STATUS=" W-FILE-STATUS-OBT001
                               DELIMITED BY SIZE
                               INTO CTCS0030-TX-MSG-RTN
                           PERFORM 000000-SAIR
                   END-REWRITE
           END-READ
           .
      *
       044000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       045000-LER-CONTA-ESPOLIO SECTION.
      *------------------------------------------------------------------------
      * le a conta CTCS0030-AG/CT em CNT001 e exige que ela esteja em
      * espolio
      *
           MOVE CTCS0030-AG TO CNT001-AG
           MOVE CTCS0030-CT TO CNT001-CT
      *
           READ CNT001
               KEY IS CNT001-ID-CT
               INVALID KEY
                   MOVE 3031 TO CTCS0030-CD-RTN
                   STRING "CTCS0030 - Conta do espolio nao "
                          "encontrada." " - FILE-STATUS="
                          W-FILE-STATUS-CNT001 DELIMITED BY SIZE
                          INTO CTCS0030-TX-MSG-RTN
                   PERFORM 000000-SAIR
           END-READ
      *
           IF NOT CNT001-CT-ESPOLIO
               MOVE 3032 TO CTCS0030-CD-RTN
               MOVE "CTCS0030 - Conta nao esta em espolio." TO
                   CTCS0030-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
           .
      *
       045000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       050000-ENCERRAR-ESPOLIO SECTION.
      *------------------------------------------------------------------------
      * encerra a conta em espolio depois de toda a partilha - exige
      * saldo zerado e nenhum bloqueio ativo, como o encerramento da
      * operacao 3 do CTCS0001, e encerra tambem o cadastro, para que
      * o fim do vinculo chegue ao CCS pelo CTCS0029
      *
           PERFORM 045000-LER-CONTA-ESPOLIO
      *
           IF CNT001-SDO NOT EQUAL ZEROS
               MOVE 3039 TO CTCS0030-CD-RTN
               STRING "CTCS0030 - Espolio ainda possui saldo e nao "
                      "pode ser encerrado." DELIMITED BY SIZE
                      INTO CTCS0030-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      *
           PERFORM 060000-SOMAR-BLOQUEIOS-CONTA
      *
           IF W-TEM-BLOQUEIO-ATIVO-SIM
               MOVE 3030 TO CTCS0030-CD-RTN
               STRING "CTCS0030 - Conta possui bloqueio ativo "
                      "e nao pode ser encerrada." DELIMITED BY SIZE
                      INTO CTCS0030-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      *
           PERFORM 051000-ENCERRAR-CONTA-CADASTRO
      *
           SET CNT001-CT-ENCERRADA TO TRUE
           MOVE W-TS-CRR(1:8) TO CNT001-DT-ENCERRAMENTO
      *
           REWRITE CNT001-REGISTRO
               INVALID KEY
                   MOVE 3028 TO CTCS0030-CD-RTN
                   STRING "CTCS0030 - Erro ao encerrar a conta na "
                          "base de movimento CNT001." " - FILE-STATUS="
                          W-FILE-STATUS-CNT001 DELIMITED BY SIZE
                          INTO CTCS0030-TX-MSG-RTN
                   PERFORM 000000-SAIR
           END-REWRITE
      *
           MOVE ZEROS TO CTCS0030-CD-RTN
           MOVE "CTCS0030 - Conta do espolio encerrada com sucesso."
               TO CTCS0030-TX-MSG-RTN
           PERFORM 000000-SAIR
           .
      *
       050000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       051000-ENCERRAR-CONTA-CADASTRO SECTION.
      *------------------------------------------------------------------------
      * localiza a conta no cadastro pelo CPF do titular (indice
      * alternativo) e a encerra - o registro de CNT001 lido em
      * 050000 continua intacto, pois sao arquivos distintos
      *
           MOVE "N"        TO W-CONTA-ACHOU
           MOVE CNT001-CPF TO CPF
      *
           START ARQ-CONTAS
               KEY IS EQUAL CPF
               INVALID KEY
                   SET W-FIM-DE-ARQ TO TRUE
               NOT INVALID KEY
                   MOVE "N" TO W-FIM-ARQ
           END-START
      *
           PERFORM UNTIL W-FIM-DE-ARQ
               READ ARQ-CONTAS NEXT
                   AT END
                       SET W-FIM-DE-ARQ TO TRUE
                   NOT AT END
                       IF CPF NOT EQUAL CNT001-CPF
                           SET W-FIM-DE-ARQ TO TRUE
                       ELSE
                           IF AGENCIA EQUAL CNT001-AG
                              AND CONTA EQUAL CNT001-CT
                               SET W-CONTA-ACHOU-SIM TO TRUE
                               SET W-FIM-DE-ARQ TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
      *
           IF NOT W-CONTA-ACHOU-SIM
               DISPLAY "CTCS0030 - Aviso: conta " CNT001-AG "/"
                   CNT001-CT " nao encontrada no cadastro de contas."
           ELSE
               IF CONTA-ATIVA
                   SET CONTA-ENCERRADA TO TRUE
                   MOVE W-TS-CRR(1:8) TO DATA-ENCERRAMENTO
      *
                   REWRITE REGISTRO-GERAL-CONTAS
                       INVALID KEY
                           MOVE 3027 TO CTCS0030-CD-RTN
                           STRING "CTCS0030 - Erro ao encerrar a "
                                  "conta no cadastro."
                                  " - FILE-STATUS="
                                  W-FILE-STATUS-CONTAS
                                  DELIMITED BY SIZE
                                  INTO CTCS0030-TX-MSG-RTN
                           PERFORM 000000-SAIR
                   END-REWRITE
               END-IF
           END-IF
           .
      *
       051000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       060000-SOMAR-BLOQUEIOS-CONTA SECTION.
      *------------------------------------------------------------------------
      * Saida..: W-VL-BLOQUEADO / W-TEM-BLOQUEIO-ATIVO
      *
      * varre sequencialmente BLQ001 e soma os bloqueios ativos da
      * conta CTCS0030-AG/CT - sem o arquivo, nao ha o que somar
      *
           MOVE ZEROS TO W-VL-BLOQUEADO
           MOVE "N"   TO W-TEM-BLOQUEIO-ATIVO
      *
           IF W-BLQ001-DISPONIVEL-SIM
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
                           IF BLQ001-AG EQUAL CTCS0030-AG
                              AND BLQ001-CT EQUAL CTCS0030-CT
                              AND BLQ001-ATIVO
                               ADD BLQ001-VL-BLQ TO W-VL-BLOQUEADO
                               SET W-TEM-BLOQUEIO-ATIVO-SIM TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .
      *
       060000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       070000-GRAVAR-AUDITORIA SECTION.
      *------------------------------------------------------------------------
      * grava em AUD001 a trilha de cada ponta da transferencia ao
      * herdeiro, nos moldes do CTCS0002 - tipo "T", com o ID da
      * transferencia como lancamento de referencia
      *
           INITIALIZE AUD001-REGISTRO
      *
           PERFORM 071000-OBTER-PROX-ID-AUD
      *
           MOVE W-AG-AUD           TO AUD001-AG-CLI
           MOVE W-CT-AUD           TO AUD001-CT-CLI
           MOVE W-SDO-ANTES-OPER   TO AUD001-SDO-ANTERIOR
           MOVE CNT001-SDO         TO AUD001-SDO-NOVO
           SET AUD001-EH-TRANSFERENCIA TO TRUE
           MOVE W-TS-CRR(1:16)     TO AUD001-TS-OPER
           MOVE W-ID-LCT-REF       TO AUD001-ID-LCT-REF
           MOVE CTCS0030-MATR-OPER TO AUD001-MATR-OPER
      *
           WRITE AUD001-REGISTRO
               INVALID KEY
                   DISPLAY "CTCS0030 - Erro ao gravar trilha de "
                       "auditoria da conta " W-AG-AUD "/"
                       W-CT-AUD " - FILE-STATUS="
                       W-FILE-STATUS-AUD001
           END-WRITE
           .
      *
       070000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       071000-OBTER-PROX-ID-AUD SECTION.
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
                       DISPLAY "CTCS0030 - Erro ao atualizar o "
                           "controle de sequencia do AUD001 - "
                           "FILE-STATUS=" W-FILE-STATUS-CTL001
               END-REWRITE
           ELSE
               WRITE CTL001-REGISTRO
                   INVALID KEY
                       DISPLAY "CTCS0030 - Erro ao criar o "
                           "controle de sequencia do AUD001 - "
                           "FILE-STATUS=" W-FILE-STATUS-CTL001
               END-WRITE
           END-IF
           .
      *
       071000-SAIR.
           EXIT SECTION
           .
