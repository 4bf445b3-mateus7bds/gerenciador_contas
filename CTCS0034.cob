      *------------------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------------------------------------------------
       PROGRAM-ID. CTCS0034.
      *------------------------------------------------------------------------
      * PROGRAMADOR: Mateus Barbosa da Silva
      * SIGLA......: CTC - Controle de Contas
      * OBJETIVO...: Recadastramento periodico - processamento mensal
      * que varre o cadastro de clientes CLI001 (mantido pelo
      * CTCS0033) e emite o relatorio dos clientes cuja ultima
      * atualizacao cadastral tem mais de N meses (validade
      * parametrizada na carta de controle), com as contas ativas de
      * que cada um eh titular ou co-titular; passados mais M meses
      * de carencia (tambem parametrizada) sem o recadastramento, as
      * contas do cliente sao marcadas em RCD001 e o CTCS0002 passa a
      * recusar saque, transferencia, TRX e pagamento nelas ate que a
      * alteracao do cadastro no CTCS0033 libere as marcas. O cliente
      * trazido para CLI001 pela carga inicial do CTCS0035 (ultima
      * atualizacao em zeros) eh listado desde o primeiro
      * processamento, e a carencia dele conta a partir da inclusao
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
       SELECT CLI001
           ASSIGN TO CAMINHO-ARQ-CLI001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CLI001-CPF
           FILE STATUS  IS W-FILE-STATUS-CLI001
           .
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
      * titularidade das contas conjuntas, mantida pelo CTCS0001 - as
      * contas em que o cliente eh co-titular tambem sao alcancadas
      *
       SELECT TIT001
           ASSIGN TO CAMINHO-ARQ-TIT001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS TIT001-ID-TIT
           FILE STATUS  IS W-FILE-STATUS-TIT001
           .
      *
       SELECT RCD001
           ASSIGN TO CAMINHO-ARQ-RCD001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS RCD001-ID-RCD
           ALTERNATE RECORD KEY IS RCD001-CHAVE-CT WITH DUPLICATES
           FILE STATUS  IS W-FILE-STATUS-RCD001
           .
      *
       SELECT ARQ-PARM
           ASSIGN TO 'CTCS0034.PRM'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FILE-STATUS-ARQ-PARM
           .
      *
       SELECT REL-RECADASTRAMENTO
           ASSIGN TO CAMINHO-REL-RECADASTRAMENTO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FILE-STATUS-REL-RCD
           .
      *
      *------------------------------------------------------------------------
       DATA DIVISION.
      *------------------------------------------------------------------------
       FILE SECTION.
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
           03  CLI001-DT-INCLUSAO.
               05  CLI001-AA-INCLUSAO           PIC  9(004).
               05  CLI001-MM-INCLUSAO           PIC  9(002).
               05  CLI001-DD-INCLUSAO           PIC  9(002).
           03  CLI001-DT-ULT-ATUALIZACAO.
               05  CLI001-AA-ULT-ATUALIZACAO    PIC  9(004).
               05  CLI001-MM-ULT-ATUALIZACAO    PIC  9(002).
               05  CLI001-DD-ULT-ATUALIZACAO    PIC  9(002).
           03  CLI001-MATR-OPER                 PIC  9(006).
      *
      *------------------------------------------------------------------------
       FD ARQ-CONTAS.
      *------------------------------------------------------------------------
      * mesmo layout declarado no CTCS0001
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
       FD RCD001.
      *------------------------------------------------------------------------
      * mesmo layout declarado no CTCS0033
      *
       01  RCD001-REGISTRO.
           03  RCD001-ID-RCD.
               05  RCD001-CPF                   PIC  9(011).
               05  RCD001-AG                    PIC  9(004).
               05  RCD001-CT                    PIC  9(008).
           03  RCD001-CHAVE-CT.
               05  RCD001-AG-CHAVE              PIC  9(004).
               05  RCD001-CT-CHAVE              PIC  9(008).
           03  RCD001-DT-MARCACAO               PIC  X(008).
           03  RCD001-ST-RCD                    PIC  X(001).
               88  RCD001-ATIVA                        VALUE "A".
               88  RCD001-LIBERADA                     VALUE "L".
           03  RCD001-DT-LIBERACAO              PIC  X(008).
      *
      *------------------------------------------------------------------------
       FD ARQ-PARM.
      *------------------------------------------------------------------------
      *
       01  REG-ARQ-PARM                        PIC  X(100).
      *
      *------------------------------------------------------------------------
       FD REL-RECADASTRAMENTO.
      *------------------------------------------------------------------------
      *
       01  REL-RCD-LINHA                       PIC  X(132).
      *
      *------------------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *------------------------------------------------------------------------
      *
       77  W-FILE-STATUS-CLI001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-CONTAS                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-TIT001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-RCD001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-ARQ-PARM              PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-REL-RCD               PIC  X(002) VALUE ZEROS.
      *
       77  CAMINHO-ARQ-CLI001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-CONTAS                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-TIT001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-RCD001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-REL-RECADASTRAMENTO         PIC  X(100) VALUE SPACES.
      *
      * validade do cadastro e carencia para o recadastramento, em
      * meses, lidas da carta de controle - validadas caracter a
      * caracter como no CTCS0020
      *
       77  W-PARM-VALIDADE                     PIC  X(003) VALUE SPACES.
       77  W-PARM-CARENCIA                     PIC  X(003) VALUE SPACES.
       77  W-PARM-MESES                        PIC  X(003) VALUE SPACES.
       77  W-PARM-MESES-TRT                    PIC  X(003) VALUE SPACES.
       77  W-QT-MESES-LIDOS                    PIC  9(003) VALUE ZEROS.
       77  W-QT-MESES-VALIDADE                 PIC  9(003) VALUE ZEROS.
       77  W-QT-MESES-CARENCIA                 PIC  9(003) VALUE ZEROS.
      *
      * apoio da validacao caracter a caracter da carta de controle
      *
       77  W-CCT-PARM                          PIC  X(001) VALUE SPACE.
       77  W-FLAG-NUMERO                       PIC  9(001) VALUE ZERO.
       77  W-NUMEROS                           PIC  X(010) VALUE
           "0123456789".
       01  W-IC-PARM                           PIC  9(002) COMP-5
                                                VALUE ZEROS.
       01  W-PARM-INVALIDO                     PIC  X(001) VALUE "N".
           88  W-PARM-INVALIDO-SIM                    VALUE "S".
       01  W-ACHOU-ESP-PARM                    PIC  X(001) VALUE "N".
           88  W-ACHOU-ESP-PARM-SIM                   VALUE "S".
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
      * datas de corte (primeiro dia do mes limite), mesmo calculo do
      * CTCS0020: cadastro atualizado antes do corte da validade esta
      * vencido; antes do corte do bloqueio, ja passou da carencia
      *
       01  W-DT-CORTE-VALIDADE.
           03  W-AA-CORTE-VALIDADE             PIC  9(004).
           03  W-MM-CORTE-VALIDADE             PIC  9(002).
           03  W-DD-CORTE-VALIDADE             PIC  9(002).
      *
       01  W-DT-CORTE-BLOQUEIO.
           03  W-AA-CORTE-BLOQUEIO             PIC  9(004).
           03  W-MM-CORTE-BLOQUEIO             PIC  9(002).
           03  W-DD-CORTE-BLOQUEIO             PIC  9(002).
      *
      * cliente da carga inicial (nunca recadastrado) incluido antes
      * do corte da carencia tambem ja esgotou o prazo
      *
       01  W-DT-CORTE-CARENCIA.
           03  W-AA-CORTE-CARENCIA             PIC  9(004).
           03  W-MM-CORTE-CARENCIA             PIC  9(002).
           03  W-DD-CORTE-CARENCIA             PIC  9(002).
      *
      * data a partir da qual o cliente em carencia tera o saque
      * suspenso, se nao se recadastrar antes - primeiro dia do mes
      * em que o cadastro passa a ser anterior ao corte do bloqueio
      *
       01  W-DT-PREV-BLOQUEIO.
           03  W-AA-PREV-BLOQUEIO              PIC  9(004).
           03  W-MM-PREV-BLOQUEIO              PIC  9(002).
           03  W-DD-PREV-BLOQUEIO              PIC  9(002).
      *
       77  W-MESES-CONTADOS                    PIC S9(008) VALUE ZEROS.
      *
       01  W-FIM-ARQ                           PIC  X(001) VALUE "N".
           88  W-FIM-DE-ARQ                            VALUE "S".
      *
      * fim da leitura de TIT001 para um cliente - independente do
      * W-FIM-ARQ, que controla a leitura de CLI001
      *
       01  W-FIM-ARQ-TIT001                    PIC  X(001) VALUE "N".
           88  W-FIM-DE-ARQ-TIT001                     VALUE "S".
      *
      * situacao do cliente corrente de CLI001
      *
       01  W-CLIENTE-BLOQUEADO                 PIC  X(001) VALUE "N".
           88  W-CLIENTE-BLOQUEADO-SIM                 VALUE "S".
      *
      * conta corrente do cliente, titular ou co-titular
      *
       77  W-AG-CONTA                          PIC  9(004) VALUE ZEROS.
       77  W-CT-CONTA                          PIC  9(008) VALUE ZEROS.
       77  W-TX-TITULARIDADE                   PIC  X(011) VALUE SPACES.
       77  W-QT-CONTAS-CLIENTE                 PIC  9(004) VALUE ZEROS.
      *
       77  W-QT-CLIENTES-LIDOS                 PIC  9(006) VALUE ZEROS.
       77  W-QT-CLIENTES-CARENCIA              PIC  9(006) VALUE ZEROS.
       77  W-QT-CLIENTES-BLOQUEADOS            PIC  9(006) VALUE ZEROS.
       77  W-QT-CONTAS-MARCADAS                PIC  9(006) VALUE ZEROS.
       77  W-QT-CONTAS-JA-MARCADAS             PIC  9(006) VALUE ZEROS.
      *
      * TIT001 soh existe depois do primeiro co-titular incluido pelo
      * CTCS0001 - sem ele, nao ha co-titularidade a considerar
      *
       01  W-TIT001-DISPONIVEL                 PIC  X(001) VALUE "N".
           88  W-TIT001-DISPONIVEL-SIM                 VALUE "S".
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
       01  W-LINHA-CAB2                        PIC  X(132) VALUE
           "CPF          CLIENTE                                   "
           & "ULT ATUALIZ  SITUACAO".
       01  W-LINHA-CLIENTE.
           03  WLC-CPF                         PIC  9(011).
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLC-NM                          PIC  X(040) VALUE SPACES.
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLC-DD-ULT-ATL                  PIC  9(002).
           03  FILLER                          PIC  X(001) VALUE "/".
           03  WLC-MM-ULT-ATL                  PIC  9(002).
           03  FILLER                          PIC  X(001) VALUE "/".
           03  WLC-AA-ULT-ATL                  PIC  9(004).
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLC-SITUACAO                    PIC  X(040) VALUE SPACES.
       01  W-LINHA-CONTA.
           03  FILLER                          PIC  X(013) VALUE SPACES.
           03  FILLER                          PIC  X(015) VALUE
               "AGENCIA/CONTA ".
           03  WLT-AG                          PIC  9(004).
           03  FILLER                          PIC  X(001) VALUE "/".
           03  WLT-CT                          PIC  9(008).
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLT-TITULARIDADE                PIC  X(011) VALUE SPACES.
           03  FILLER                          PIC  X(002) VALUE SPACES.
           03  WLT-SITUACAO                    PIC  X(030) VALUE SPACES.
       01  W-LINHA-SEM-CONTA.
           03  FILLER                          PIC  X(013) VALUE SPACES.
           03  FILLER                          PIC  X(015) VALUE
               "SEM CONTA ATIVA".
       01  W-LINHA-RESUMO.
           03  WLR-TX                          PIC  X(036) VALUE SPACES.
           03  WLR-QT                          PIC  ZZZZZ9.
      *
      *------------------------------------------------------------------------
       PROCEDURE DIVISION.
      *------------------------------------------------------------------------
       000000-PRINCIPAL SECTION.
      *------------------------------------------------------------------------
      *
           PERFORM 005000-OBTER-TS
           PERFORM 010000-OBTER-PARAMETROS
           PERFORM 012000-VALIDAR-PARAMETROS
           PERFORM 015000-CALCULAR-DT-CORTE
           PERFORM 020000-ABRIR-ARQUIVOS
           PERFORM 050000-VERIFICAR-CADASTROS
           .
      *
       000000-SAIR.
           DISPLAY "CTCS0034 - Clientes examinados: "
               W-QT-CLIENTES-LIDOS
           DISPLAY "CTCS0034 - Clientes vencidos em carencia: "
               W-QT-CLIENTES-CARENCIA
           DISPLAY "CTCS0034 - Clientes com saque suspenso: "
               W-QT-CLIENTES-BLOQUEADOS
           DISPLAY "CTCS0034 - Contas marcadas em RCD001: "
               W-QT-CONTAS-MARCADAS
           DISPLAY "CTCS0034 - Contas ja marcadas anteriormente: "
               W-QT-CONTAS-JA-MARCADAS
      *
           IF W-ARQUIVOS-ABERTOS-SIM
               CLOSE CLI001 ARQ-CONTAS RCD001 REL-RECADASTRAMENTO
               IF W-TIT001-DISPONIVEL-SIM
                   CLOSE TIT001
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
      * caminho do relatorio, a validade do cadastro e a carencia
      * para o recadastramento
      *
           OPEN INPUT ARQ-PARM
      *
           IF W-FILE-STATUS-ARQ-PARM NOT EQUAL "00"
               DISPLAY "CTCS0034 - Erro ao abrir a carta de controle "
                   "CTCS0034.PRM - FILE-STATUS=" W-FILE-STATUS-ARQ-PARM
               PERFORM 000000-SAIR
           END-IF
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-CLI001
               AT END
                   DISPLAY "CTCS0034 - Carta de controle incompleta "
                       "- caminho de CLI001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-CONTAS
               AT END
                   DISPLAY "CTCS0034 - Carta de controle incompleta "
                       "- caminho de ARQ-CONTAS ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-TIT001
               AT END
                   DISPLAY "CTCS0034 - Carta de controle incompleta "
                       "- caminho de TIT001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-RCD001
               AT END
                   DISPLAY "CTCS0034 - Carta de controle incompleta "
                       "- caminho de RCD001 ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-REL-RECADASTRAMENTO
               AT END
                   DISPLAY "CTCS0034 - Carta de controle incompleta "
                       "- caminho do relatorio ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO W-PARM-VALIDADE
               AT END
                   DISPLAY "CTCS0034 - Carta de controle incompleta "
                       "- meses de validade do cadastro ausente."
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO W-PARM-CARENCIA
               AT END
                   DISPLAY "CTCS0034 - Carta de controle incompleta "
                       "- meses de carencia ausente."
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
       012000-VALIDAR-PARAMETROS SECTION.
      *------------------------------------------------------------------------
      * a validade precisa ser maior que zero; a carencia pode ser
      * zero (saque suspenso ja no mes em que o cadastro vence)
      *
           MOVE W-PARM-VALIDADE TO W-PARM-MESES
           PERFORM 013000-VALIDAR-PARM-MESES
      *
           IF W-PARM-INVALIDO-SIM
               DISPLAY "CTCS0034 - Meses de validade do cadastro "
                   "invalidos na carta de controle: " W-PARM-VALIDADE
               PERFORM 000000-SAIR
           END-IF
      *
           MOVE W-QT-MESES-LIDOS TO W-QT-MESES-VALIDADE
      *
           IF W-QT-MESES-VALIDADE EQUAL ZEROS
               DISPLAY "CTCS0034 - Meses de validade do cadastro "
                   "invalidos (deve ser maior que zero)."
               PERFORM 000000-SAIR
           END-IF
      *
           MOVE W-PARM-CARENCIA TO W-PARM-MESES
           PERFORM 013000-VALIDAR-PARM-MESES
      *
           IF W-PARM-INVALIDO-SIM
               DISPLAY "CTCS0034 - Meses de carencia invalidos na "
                   "carta de controle: " W-PARM-CARENCIA
               PERFORM 000000-SAIR
           END-IF
      *
           MOVE W-QT-MESES-LIDOS TO W-QT-MESES-CARENCIA
      *
           DISPLAY "CTCS0034 - Meses de validade do cadastro: "
               W-QT-MESES-VALIDADE
           DISPLAY "CTCS0034 - Meses de carencia: "
               W-QT-MESES-CARENCIA
           .
      *
       012000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       013000-VALIDAR-PARM-MESES SECTION.
      *------------------------------------------------------------------------
      * Entrada: W-PARM-MESES
      * Saida..: W-PARM-INVALIDO / W-QT-MESES-LIDOS
      *
      * aceita a quantidade de meses justificada a esquerda ou a
      * direita, validando caracter a caracter - mesmo cuidado do
      * CTCS0020, pois completar espacos com zeros a direita
      * multiplicaria o valor silenciosamente
      *
           MOVE FUNCTION TRIM(W-PARM-MESES) TO W-PARM-MESES-TRT
           MOVE "N"   TO W-PARM-INVALIDO
           MOVE "N"   TO W-ACHOU-ESP-PARM
           MOVE ZEROS TO W-QT-MESES-LIDOS
      *
           IF W-PARM-MESES-TRT EQUAL SPACES
               SET W-PARM-INVALIDO-SIM TO TRUE
           END-IF
      *
           PERFORM VARYING W-IC-PARM FROM 1 BY 1
               UNTIL W-IC-PARM > LENGTH OF W-PARM-MESES-TRT
               MOVE W-PARM-MESES-TRT(W-IC-PARM:1) TO W-CCT-PARM
               IF W-CCT-PARM EQUAL SPACE
                   SET W-ACHOU-ESP-PARM-SIM TO TRUE
               ELSE
      * digito depois de espaco ("6 0") nao tem leitura confiavel
                   IF W-ACHOU-ESP-PARM-SIM
                       SET W-PARM-INVALIDO-SIM TO TRUE
                   END-IF
                   MOVE ZERO TO W-FLAG-NUMERO
                   INSPECT W-NUMEROS TALLYING W-FLAG-NUMERO
                       FOR ALL W-CCT-PARM
                   IF W-FLAG-NUMERO NOT EQUAL 1
                       SET W-PARM-INVALIDO-SIM TO TRUE
                   END-IF
               END-IF
           END-PERFORM
      *
           IF NOT W-PARM-INVALIDO-SIM
               MOVE FUNCTION NUMVAL(W-PARM-MESES-TRT)
                   TO W-QT-MESES-LIDOS
           END-IF
           .
      *
       013000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       015000-CALCULAR-DT-CORTE SECTION.
      *------------------------------------------------------------------------
      * recua a validade (e a validade mais a carencia) a partir do
      * mes corrente e fixa cada corte no primeiro dia do mes
      * resultante, como o CTCS0020
      *
           COMPUTE W-MESES-CONTADOS =
               (W-AA-CRR * 12) + W-MM-CRR - 1 - W-QT-MESES-VALIDADE
      *
           DIVIDE W-MESES-CONTADOS BY 12 GIVING W-AA-CORTE-VALIDADE
               REMAINDER W-MM-CORTE-VALIDADE
           ADD 1 TO W-MM-CORTE-VALIDADE
           MOVE 01 TO W-DD-CORTE-VALIDADE
      *
           COMPUTE W-MESES-CONTADOS =
               (W-AA-CRR * 12) + W-MM-CRR - 1 - W-QT-MESES-VALIDADE
               - W-QT-MESES-CARENCIA
      *
           DIVIDE W-MESES-CONTADOS BY 12 GIVING W-AA-CORTE-BLOQUEIO
               REMAINDER W-MM-CORTE-BLOQUEIO
           ADD 1 TO W-MM-CORTE-BLOQUEIO
           MOVE 01 TO W-DD-CORTE-BLOQUEIO
      *
           COMPUTE W-MESES-CONTADOS =
               (W-AA-CRR * 12) + W-MM-CRR - 1 - W-QT-MESES-CARENCIA
      *
           DIVIDE W-MESES-CONTADOS BY 12 GIVING W-AA-CORTE-CARENCIA
               REMAINDER W-MM-CORTE-CARENCIA
           ADD 1 TO W-MM-CORTE-CARENCIA
           MOVE 01 TO W-DD-CORTE-CARENCIA
      *
           DISPLAY "CTCS0034 - Data de corte da validade: "
               W-DT-CORTE-VALIDADE
           DISPLAY "CTCS0034 - Data de corte do bloqueio: "
               W-DT-CORTE-BLOQUEIO
           DISPLAY "CTCS0034 - Data de corte da carencia: "
               W-DT-CORTE-CARENCIA
           .
      *
       015000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       020000-ABRIR-ARQUIVOS SECTION.
      *------------------------------------------------------------------------
      *
           OPEN INPUT CLI001
      *
           IF W-FILE-STATUS-CLI001 NOT EQUAL "00"
               DISPLAY "CTCS0034 - Erro ao abrir CLI001 - "
                   "FILE-STATUS=" W-FILE-STATUS-CLI001
               PERFORM 000000-SAIR
           END-IF
      *
           OPEN INPUT ARQ-CONTAS
      *
           IF W-FILE-STATUS-CONTAS NOT EQUAL "00"
               DISPLAY "CTCS0034 - Erro ao abrir ARQ-CONTAS - "
                   "FILE-STATUS=" W-FILE-STATUS-CONTAS
               CLOSE CLI001
               PERFORM 000000-SAIR
           END-IF
      *
           OPEN I-O RCD001
      *
           IF W-FILE-STATUS-RCD001 EQUAL "35"
               CLOSE RCD001
               OPEN OUTPUT RCD001
               CLOSE RCD001
               OPEN I-O RCD001
           END-IF
      *
           OPEN OUTPUT REL-RECADASTRAMENTO
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
       020000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       050000-VERIFICAR-CADASTROS SECTION.
      *------------------------------------------------------------------------
      * percorre sequencialmente CLI001 e trata cada cliente cuja
      * ultima atualizacao cadastral eh anterior ao corte da validade
      * - a ultima atualizacao em zeros (carga inicial nunca
      * recadastrada) eh sempre anterior
      *
           STRING "RECADASTRAMENTO - CADASTROS NAO ATUALIZADOS DESDE "
                  W-DD-CORTE-VALIDADE "/" W-MM-CORTE-VALIDADE "/"
                  W-AA-CORTE-VALIDADE
                  DELIMITED BY SIZE INTO W-LINHA-CAB1
           WRITE REL-RCD-LINHA FROM W-LINHA-CAB1
           WRITE REL-RCD-LINHA FROM W-LINHA-CAB2
      *
           MOVE "N" TO W-FIM-ARQ
           PERFORM UNTIL W-FIM-DE-ARQ
               READ CLI001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ TO TRUE
                   NOT AT END
                       ADD 1 TO W-QT-CLIENTES-LIDOS
                       IF CLI001-DT-ULT-ATUALIZACAO <
                          W-DT-CORTE-VALIDADE
                           PERFORM 051000-TRATAR-CLIENTE-VENCIDO
                       END-IF
               END-READ
           END-PERFORM
      *
           MOVE "CLIENTES EXAMINADOS...............: " TO WLR-TX
           MOVE W-QT-CLIENTES-LIDOS      TO WLR-QT
           WRITE REL-RCD-LINHA FROM W-LINHA-RESUMO
           MOVE "CLIENTES VENCIDOS EM CARENCIA.....: " TO WLR-TX
           MOVE W-QT-CLIENTES-CARENCIA   TO WLR-QT
           WRITE REL-RCD-LINHA FROM W-LINHA-RESUMO
           MOVE "CLIENTES COM SAQUE SUSPENSO.......: " TO WLR-TX
           MOVE W-QT-CLIENTES-BLOQUEADOS TO WLR-QT
           WRITE REL-RCD-LINHA FROM W-LINHA-RESUMO
           MOVE "CONTAS MARCADAS NO PROCESSAMENTO..: " TO WLR-TX
           MOVE W-QT-CONTAS-MARCADAS     TO WLR-QT
           WRITE REL-RCD-LINHA FROM W-LINHA-RESUMO
           .
      *
       050000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       051000-TRATAR-CLIENTE-VENCIDO SECTION.
      *------------------------------------------------------------------------
      * cliente atualizado antes do corte do bloqueio ja esgotou a
      * carencia e tem as contas marcadas; os demais ficam apenas
      * listados, com a data prevista para a suspensao do saque
      *
      * o cliente da carga inicial nunca recadastrado nao tem data
      * de atualizacao - a carencia dele corre desde a inclusao, para
      * que a carga nao suspenda o saque de todos de uma vez
      *
           IF CLI001-DT-ULT-ATUALIZACAO EQUAL ZEROS
               IF CLI001-DT-INCLUSAO < W-DT-CORTE-CARENCIA
                   SET W-CLIENTE-BLOQUEADO-SIM TO TRUE
                   ADD 1 TO W-QT-CLIENTES-BLOQUEADOS
                   MOVE "CAD INCOMPLETO - SAQUE SUSPENSO"
                       TO WLC-SITUACAO
               ELSE
                   MOVE "N" TO W-CLIENTE-BLOQUEADO
                   ADD 1 TO W-QT-CLIENTES-CARENCIA
                   PERFORM 051200-CALCULAR-PREV-BLOQ-CARGA
                   MOVE SPACES TO WLC-SITUACAO
                   STRING "CAD INCOMPLETO - SUSPENSAO EM "
                          W-DD-PREV-BLOQUEIO "/" W-MM-PREV-BLOQUEIO
                          "/" W-AA-PREV-BLOQUEIO
                          DELIMITED BY SIZE INTO WLC-SITUACAO
               END-IF
           ELSE
               IF CLI001-DT-ULT-ATUALIZACAO < W-DT-CORTE-BLOQUEIO
                   SET W-CLIENTE-BLOQUEADO-SIM TO TRUE
                   ADD 1 TO W-QT-CLIENTES-BLOQUEADOS
                   MOVE "SAQUE SUSPENSO" TO WLC-SITUACAO
               ELSE
                   MOVE "N" TO W-CLIENTE-BLOQUEADO
                   ADD 1 TO W-QT-CLIENTES-CARENCIA
                   PERFORM 051100-CALCULAR-PREV-BLOQUEIO
                   MOVE SPACES TO WLC-SITUACAO
                   STRING "EM CARENCIA - SUSPENSAO EM "
                          W-DD-PREV-BLOQUEIO "/" W-MM-PREV-BLOQUEIO
                          "/" W-AA-PREV-BLOQUEIO
                          DELIMITED BY SIZE INTO WLC-SITUACAO
               END-IF
           END-IF
      *
           MOVE CLI001-CPF                TO WLC-CPF
           MOVE CLI001-NM                 TO WLC-NM
           MOVE CLI001-DD-ULT-ATUALIZACAO TO WLC-DD-ULT-ATL
           MOVE CLI001-MM-ULT-ATUALIZACAO TO WLC-MM-ULT-ATL
           MOVE CLI001-AA-ULT-ATUALIZACAO TO WLC-AA-ULT-ATL
           WRITE REL-RCD-LINHA FROM W-LINHA-CLIENTE
      *
           MOVE ZEROS TO W-QT-CONTAS-CLIENTE
      *
           PERFORM 052000-TRATAR-CONTAS-TITULAR
      *
           IF W-TIT001-DISPONIVEL-SIM
               PERFORM 053000-TRATAR-CONTAS-CO-TITULAR
           END-IF
      *
           IF W-QT-CONTAS-CLIENTE EQUAL ZEROS
               WRITE REL-RCD-LINHA FROM W-LINHA-SEM-CONTA
           END-IF
           .
      *
       051000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       051100-CALCULAR-PREV-BLOQUEIO SECTION.
      *------------------------------------------------------------------------
      * o cadastro atualizado no mes M deixa de ser posterior ao
      * corte do bloqueio no mes M + validade + carencia + 1
      *
           COMPUTE W-MESES-CONTADOS =
               (CLI001-AA-ULT-ATUALIZACAO * 12)
               + CLI001-MM-ULT-ATUALIZACAO - 1
               + W-QT-MESES-VALIDADE + W-QT-MESES-CARENCIA + 1
      *
           DIVIDE W-MESES-CONTADOS BY 12 GIVING W-AA-PREV-BLOQUEIO
               REMAINDER W-MM-PREV-BLOQUEIO
           ADD 1 TO W-MM-PREV-BLOQUEIO
           MOVE 01 TO W-DD-PREV-BLOQUEIO
           .
      *
       051100-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       051200-CALCULAR-PREV-BLOQ-CARGA SECTION.
      *------------------------------------------------------------------------
      * o cliente incluido pela carga inicial no mes M deixa de ser
      * posterior ao corte da carencia no mes M + carencia + 1
      *
           COMPUTE W-MESES-CONTADOS =
               (CLI001-AA-INCLUSAO * 12)
               + CLI001-MM-INCLUSAO - 1
               + W-QT-MESES-CARENCIA + 1
      *
           DIVIDE W-MESES-CONTADOS BY 12 GIVING W-AA-PREV-BLOQUEIO
               REMAINDER W-MM-PREV-BLOQUEIO
           ADD 1 TO W-MM-PREV-BLOQUEIO
           MOVE 01 TO W-DD-PREV-BLOQUEIO
           .
      *
       051200-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       052000-TRATAR-CONTAS-TITULAR SECTION.
      *------------------------------------------------------------------------
      * contas ativas de que o cliente eh titular principal, pelo
      * indice alternativo CPF WITH DUPLICATES de ARQ-CONTAS
      *
           MOVE CLI001-CPF TO CPF
      *
           START ARQ-CONTAS
               KEY IS EQUAL CPF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL CPF NOT EQUAL CLI001-CPF
                       READ ARQ-CONTAS NEXT RECORD
                           AT END
                               EXIT PERFORM
                       END-READ
      *
                       IF CPF EQUAL CLI001-CPF AND CONTA-ATIVA
                           MOVE AGENCIA   TO W-AG-CONTA
                           MOVE CONTA     TO W-CT-CONTA
                           MOVE "TITULAR" TO W-TX-TITULARIDADE
                           PERFORM 054000-TRATAR-UMA-CONTA
                       END-IF
                   END-PERFORM
           END-START
           .
      *
       052000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       053000-TRATAR-CONTAS-CO-TITULAR SECTION.
      *------------------------------------------------------------------------
      * varre TIT001 (sem indice por CPF, como no CTCS0005) e trata as
      * contas em que o cliente eh co-titular, conferindo em
      * ARQ-CONTAS que a conta continua ativa
      *
           MOVE ZEROS TO TIT001-ID-TIT
      *
           START TIT001
               KEY IS GREATER THAN OR EQUAL TIT001-ID-TIT
               INVALID KEY
                   SET W-FIM-DE-ARQ-TIT001 TO TRUE
               NOT INVALID KEY
                   MOVE "N" TO W-FIM-ARQ-TIT001
           END-START
      *
           PERFORM UNTIL W-FIM-DE-ARQ-TIT001
               READ TIT001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ-TIT001 TO TRUE
                   NOT AT END
                       IF TIT001-CPF EQUAL CLI001-CPF
                           PERFORM 053100-VERIFICAR-CONTA-CONJUNTA
                       END-IF
               END-READ
           END-PERFORM
           .
      *
       053000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       053100-VERIFICAR-CONTA-CONJUNTA SECTION.
      *------------------------------------------------------------------------
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
                       MOVE TIT001-AG     TO W-AG-CONTA
                       MOVE TIT001-CT     TO W-CT-CONTA
                       MOVE "CO-TITULAR"  TO W-TX-TITULARIDADE
                       PERFORM 054000-TRATAR-UMA-CONTA
                   END-IF
           END-READ
           .
      *
       053100-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       054000-TRATAR-UMA-CONTA SECTION.
      *------------------------------------------------------------------------
      * Entrada: W-AG-CONTA / W-CT-CONTA / W-TX-TITULARIDADE
      *
           ADD 1 TO W-QT-CONTAS-CLIENTE
      *
           MOVE W-AG-CONTA        TO WLT-AG
           MOVE W-CT-CONTA        TO WLT-CT
           MOVE W-TX-TITULARIDADE TO WLT-TITULARIDADE
      *
           IF W-CLIENTE-BLOQUEADO-SIM
               PERFORM 055000-MARCAR-RCD001
           ELSE
               MOVE "SAQUE LIBERADO" TO WLT-SITUACAO
           END-IF
      *
           WRITE REL-RCD-LINHA FROM W-LINHA-CONTA
           .
      *
       054000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       055000-MARCAR-RCD001 SECTION.
      *------------------------------------------------------------------------
      * grava a marca da conta para o CPF, reativa a marca liberada
      * por recadastramento anterior ou apenas conta a marca que ja
      * estava ativa de processamento anterior
      *
           MOVE CLI001-CPF TO RCD001-CPF
           MOVE W-AG-CONTA TO RCD001-AG
           MOVE W-CT-CONTA TO RCD001-CT
      *
           READ RCD001
               KEY IS RCD001-ID-RCD
               INVALID KEY
                   INITIALIZE RCD001-REGISTRO
                   MOVE CLI001-CPF    TO RCD001-CPF
                   MOVE W-AG-CONTA    TO RCD001-AG
                                         RCD001-AG-CHAVE
                   MOVE W-CT-CONTA    TO RCD001-CT
                                         RCD001-CT-CHAVE
                   MOVE W-TS-CRR(1:8) TO RCD001-DT-MARCACAO
                   MOVE ZEROS         TO RCD001-DT-LIBERACAO
                   SET RCD001-ATIVA   TO TRUE
      *
                   WRITE RCD001-REGISTRO
                       INVALID KEY
                           DISPLAY "CTCS0034 - Erro ao marcar a conta "
                               W-AG-CONTA "/" W-CT-CONTA " em RCD001 "
                               "- FILE-STATUS=" W-FILE-STATUS-RCD001
                           MOVE "ERRO NA MARCACAO" TO WLT-SITUACAO
                       NOT INVALID KEY
                           ADD 1 TO W-QT-CONTAS-MARCADAS
                           MOVE "SAQUE SUSPENSO" TO WLT-SITUACAO
                   END-WRITE
               NOT INVALID KEY
                   IF RCD001-ATIVA
                       ADD 1 TO W-QT-CONTAS-JA-MARCADAS
                       MOVE "SAQUE SUSPENSO" TO WLT-SITUACAO
                   ELSE
                       PERFORM 055100-REATIVAR-RCD001
                   END-IF
           END-READ
           .
      *
       055000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       055100-REATIVAR-RCD001 SECTION.
      *------------------------------------------------------------------------
      *
           SET RCD001-ATIVA TO TRUE
           MOVE W-TS-CRR(1:8) TO RCD001-DT-MARCACAO
           MOVE ZEROS         TO RCD001-DT-LIBERACAO
      *
           REWRITE RCD001-REGISTRO
               INVALID KEY
                   DISPLAY "CTCS0034 - Erro ao marcar a conta "
                       W-AG-CONTA "/" W-CT-CONTA " em RCD001 "
                       "- FILE-STATUS=" W-FILE-STATUS-RCD001
                   MOVE "ERRO NA MARCACAO" TO WLT-SITUACAO
               NOT INVALID KEY
                   ADD 1 TO W-QT-CONTAS-MARCADAS
                   MOVE "SAQUE SUSPENSO" TO WLT-SITUACAO
           END-REWRITE
           .
      *
       055100-SAIR.
           EXIT SECTION
           .
