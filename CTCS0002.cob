           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS DEP001-ID-DEP
           ALTERNATE RECORD KEY IS DEP001-CHAVE-CT WITH DUPLICATES
           FILE STATUS  IS W-FILE-STATUS-DEP001
           .
      *
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS SAQ001-ID-SAQ
           ALTERNATE RECORD KEY IS SAQ001-CHAVE-CT WITH DUPLICATES
           FILE STATUS  IS W-FILE-STATUS-SAQ001
           .
      *
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS TRF001-ID-TRF
           ALTERNATE RECORD KEY IS TRF001-CHAVE-ORIG WITH DUPLICATES
           ALTERNATE RECORD KEY IS TRF001-CHAVE-DEST WITH DUPLICATES
           FILE STATUS  IS W-FILE-STATUS-TRF001
           .
      *
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS TRX001-ID-TRX
           ALTERNATE RECORD KEY IS TRX001-CHAVE-ORIG WITH DUPLICATES
           FILE STATUS  IS W-FILE-STATUS-TRX001
           .
      *
      * pagamento de boleto de cobranca e de conta de consumo
      * (operacao 6) - o debito da conta eh efetivado na hora e o
      * registro fica pendente de repasse ate o fechamento do dia,
      * quando o CTCS0021 gera o arquivo de repasse de cada
      * convenente
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
      * contas com saque suspenso por recadastramento vencido,
      * marcadas pelo CTCS0034 e liberadas pela alteracao do cadastro
      * no CTCS0033 - lidas pela chave alternativa agencia/conta
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
      * bloqueios judiciais e administrativos de valores, mantidos
      * pelo CTCS0014 - a soma dos bloqueios ativos da conta eh
      * descontada do saldo disponivel antes de autorizar saque e
      * fica fora do credito de rendimento do CTCS0006 e volta a
      * ativa no primeiro deposito ou saque aceito pelo CTCS0002
               88  CNT001-CT-DORMENTE               VALUE "D".
      * conta de titular falecido, marcada pelo CTCS0030 no registro
      * do obito - nao aceita deposito, saque nem transferencia, fica
      * fora do CTCS0006 e do CTCS0015 e soh eh encerrada pela
      * partilha do CTCS0030
               88  CNT001-CT-ESPOLIO                VALUE "O".
      * limite de cheque especial - o saque pode levar o saldo ate
      * -CNT001-VL-LIM-CRD, mantido pelo CTCS0001
           03  CNT001-VL-LIM-CRD              PIC  9(015)V99.
               88  DEP001-ESTORNADO                   VALUE "S".
      * matricula do operador de caixa que efetivou o lancamento
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
               88  SAQ001-ESTORNADO                    VALUE "S".
      * matricula do operador de caixa que efetivou o lancamento
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
      * comprovante de pagamento - o codigo de barras eh guardado
      * sempre com 44 posicoes, mesmo quando o caixa digitou a linha
      * digitavel; o convenente eh o banco emissor no boleto (B) e o
      * codigo da empresa ou orgao na conta de consumo (A)
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
      * matricula do operador de caixa que efetivou o pagamento
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
       FD BLQ001.
      * recreditada pelo CTCS0017
               88  AUD001-EH-TRF-EXTERNA               VALUE "X".
               88  AUD001-EH-DEVOLUCAO                 VALUE "V".
      * pagamento de boleto ou conta de consumo (operacao 6)
               88  AUD001-EH-PAGAMENTO                 VALUE "P".
      * credito do emprestimo pessoal contratado pelo CTCS0022 e
      * debito mensal das parcelas pelo CTCS0023
               88  AUD001-EH-EMPRESTIMO                VALUE "L".
               88  AUD001-EH-PARCELA-EMP               VALUE "Q".
      * cheque pago na compensacao pelo CTCS0025 - o lancamento de
      * referencia eh a chave agencia/conta/numero do cheque (CHQ001)
               88  AUD001-EH-CHEQUE                    VALUE "K".
      * saldo de CNT001 corrigido pela reconstrucao do CTCS0028 - sem
      * lancamento de referencia
               88  AUD001-EH-RECONSTRUCAO              VALUE "R".
           03  AUD001-TS-OPER                   PIC  X(016).
      * ID do lancamento original desfeito, quando a operacao eh um
      * estorno - zeros nas demais operacoes
       77  W-FILE-STATUS-EST001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-BLQ001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-TRX001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-PAG001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-AGE001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-RCD001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-AUD001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-CTL001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-ARQ-PARM              PIC  X(002) VALUE ZEROS.
       77  CAMINHO-ARQ-EST001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-BLQ001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-TRX001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-PAG001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-AGE001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-RCD001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-AUD001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-CTL001                  PIC  X(100) VALUE SPACES.
      *
      *
       01  W-AGE001-DISPONIVEL                 PIC  X(001) VALUE "N".
           88  W-AGE001-DISPONIVEL-SIM                VALUE "S".
      *
      * RCD001 soh existe depois do primeiro processamento do
      * CTCS0034 - sem ele, nenhuma conta tem saque suspenso por
      * recadastramento vencido
      *
       01  W-RCD001-DISPONIVEL                 PIC  X(001) VALUE "N".
           88  W-RCD001-DISPONIVEL-SIM                VALUE "S".
      *------------------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *------------------------------------------------------------------------
       77  W-ID-ULT-REG-TRF001                 PIC  9(018) VALUE ZEROS.
       77  W-ID-ULT-REG-EST001                 PIC  9(018) VALUE ZEROS.
       77  W-ID-ULT-REG-TRX001                 PIC  9(018) VALUE ZEROS.
       77  W-ID-ULT-REG-PAG001                 PIC  9(018) VALUE ZEROS.
      *
       77  W-SDO-ANTES-OPER                    PIC S9(015)V99
           VALUE ZEROS.
       01  W-FIM-ARQ-BLQ001                    PIC  X(001) VALUE "N".
           88  W-FIM-DE-ARQ-BLQ001                    VALUE "S".
      *
      * agencia/conta conferida por 072500-VERIFICAR-RECADASTRAMENTO
      *
       77  W-AG-RCD                            PIC  9(004) VALUE ZEROS.
       77  W-CT-RCD                            PIC  9(008) VALUE ZEROS.
      *
       01  W-FIM-ARQ-RCD001                    PIC  X(001) VALUE "N".
           88  W-FIM-DE-ARQ-RCD001                    VALUE "S".
      *
      * total ja movimentado pela conta na data do movimento (os
      * lancamentos de SAQ001 ou de TRF001/TRX001 cujo timestamp
      * comeca com a data corrente, como o CTCS0003 e o CTCS0011 ja
      *
       01  W-CTL-ACHOU                         PIC  X(001) VALUE "N".
           88  W-CTL-ACHOU-SIM                        VALUE "S".
      *
      * documento do pagamento (operacao 6) ja normalizado para o
      * codigo de barras de 44 posicoes - as duas visoes abaixo
      * seguem o leiaute FEBRABAN do boleto de cobranca e da conta de
      * consumo (arrecadacao, sempre iniciada pelo digito 8)
      *
       01  W-CD-BARRAS-PAG                     PIC  X(044) VALUE SPACES.
       01  W-CD-BARRAS-BOLETO REDEFINES W-CD-BARRAS-PAG.
           03  W-BOL-BANCO                     PIC  9(003).
           03  W-BOL-MOEDA                     PIC  9(001).
           03  W-BOL-DV                        PIC  9(001).
           03  W-BOL-FATOR-VENC                PIC  9(004).
           03  W-BOL-VALOR                     PIC  9(008)V99.
           03  W-BOL-CAMPO-LIVRE               PIC  X(025).
       01  W-CD-BARRAS-ARRECADACAO REDEFINES W-CD-BARRAS-PAG.
           03  W-ARR-PRODUTO                   PIC  X(001).
           03  W-ARR-SEGMENTO                  PIC  9(001).
           03  W-ARR-ID-VALOR                  PIC  9(001).
               88  W-ARR-DV-MODULO-10                 VALUE 6 7.
               88  W-ARR-DV-MODULO-11                 VALUE 8 9.
           03  W-ARR-DV                        PIC  9(001).
           03  W-ARR-VALOR                     PIC  9(009)V99.
           03  W-ARR-EMPRESA                   PIC  9(004).
           03  W-ARR-CAMPO-LIVRE               PIC  X(025).
      *
       77  W-TAM-CD-BARRAS                     PIC  9(002) VALUE ZEROS.
       77  W-TP-DOCUMENTO-PAG                  PIC  X(001) VALUE SPACE.
       77  W-CD-CONVENENTE-PAG                 PIC  9(004) VALUE ZEROS.
       77  W-VL-DOC-PAG                        PIC  9(015)V99
           VALUE ZEROS.
       77  W-VL-PAG                            PIC  9(015)V99
           VALUE ZEROS.
       77  W-DT-VENC-PAG                       PIC  X(008) VALUE SPACES.
      *
      * apoio do calculo dos digitos verificadores (modulo 10 e
      * modulo 11) - 079650-CALCULAR-DV recebe o trecho do codigo em
      * W-CAMPO-DV/W-TAM-CAMPO-DV e a regra em W-REGRA-DV e devolve o
      * digito em W-DV-CALC
      *
       77  W-CAMPO-DV                          PIC  X(043) VALUE SPACES.
       77  W-TAM-CAMPO-DV                      PIC  9(002) VALUE ZEROS.
       01  W-REGRA-DV                          PIC  X(001) VALUE SPACE.
      * modulo 10 (campos da linha digitavel e arrecadacao 6/7)
           88  W-REGRA-DV-MOD10                       VALUE "1".
      * modulo 11 do DV geral do boleto (resultados 0, 10 e 11 = 1)
           88  W-REGRA-DV-MOD11-BOLETO                VALUE "B".
      * modulo 11 da arrecadacao 8/9 (restos 0 e 1 = 0)
           88  W-REGRA-DV-MOD11-ARRECAD               VALUE "A".
       77  W-DV-CALC                           PIC  9(002) VALUE ZEROS.
       77  W-DV-INFORMADO                      PIC  9(001) VALUE ZEROS.
       77  W-SOMA-DV                           PIC  9(006) VALUE ZEROS.
       77  W-PESO-DV                           PIC  9(002) VALUE ZEROS.
       77  W-PRODUTO-DV                        PIC  9(003) VALUE ZEROS.
       77  W-QUOCIENTE-DV                      PIC  9(006) VALUE ZEROS.
       77  W-RESTO-DV                          PIC  9(002) VALUE ZEROS.
       77  W-DIGITO-DV                         PIC  9(001) VALUE ZEROS.
       01  W-IC-DV                             PIC  9(002) COMP-5
                                                VALUE ZEROS.
      *
      * apoio da validacao caracter a caracter do codigo de barras
      *
       77  W-CCT-CD-BARRAS                     PIC  X(001) VALUE SPACE.
       77  W-FLAG-NUMERO                       PIC  9(001) VALUE ZERO.
       77  W-NUMEROS                           PIC  X(010) VALUE
           "0123456789".
       01  W-IC-CD-BARRAS                      PIC  9(002) COMP-5
                                                VALUE ZEROS.
      *
      * vencimento do boleto pelo fator de vencimento - dias contados
      * a partir de 07/10/1997; o fator reinicia em 1000 a cada 9000
      * dias (22/02/2025 foi o primeiro reinicio)
      *
       77  W-DIAS-VENC                         PIC  9(008) VALUE ZEROS.
       77  W-DIAS-HOJE                         PIC  9(008) VALUE ZEROS.
       77  W-DT-VENC-NUM                       PIC  9(008) VALUE ZEROS.
      *
       01  W-TS-CRR.
           03  W-AA-CRR                        PIC  9(004).
      * 1 = deposito / 2 = saque / 3 = transferencia entre contas
      * 4 = estorno de deposito ou saque
      * 5 = transferencia interbancaria (outro banco)
      * 6 = pagamento de boleto ou conta de consumo
               05  CTCS0002-AG                 PIC 9(004) VALUE 1234.
               05  CTCS0002-CT                 PIC 9(008) VALUE
                  12345678.
                   ZEROS.
      * matricula do operador de caixa responsavel pelo lancamento
               05  CTCS0002-MATR-OPER          PIC 9(006) VALUE ZEROS.
      * codigo de barras (44 posicoes) ou linha digitavel (47 no
      * boleto / 48 na conta de consumo), vencimento (AAAAMMDD) e
      * valor do documento - usados apenas pela operacao 6; o
      * vencimento soh eh informado na conta de consumo, pois o do
      * boleto vem no proprio codigo, e o valor soh quando o codigo
      * vem com valor zerado
               05  CTCS0002-CD-BARRAS          PIC X(048) VALUE SPACES.
               05  CTCS0002-DT-VENC-PAG        PIC X(008) VALUE SPACES.
               05  CTCS0002-VL-PAG             PIC 9(015)V99 VALUE
                   ZEROS.
           03  CTCS0002-VRV-RTN.
               05  CTCS0002-CD-RTN             PIC  9(004) VALUE ZEROS.
               05  CTCS0002-TX-MSG-RTN         PIC  X(080) VALUE SPACES.
               05  LK-CTCS0002-CT-EXT          PIC 9(008).
               05  LK-CTCS0002-VL-TRF-EXT     PIC 9(015)V99.
               05  LK-CTCS0002-MATR-OPER       PIC 9(006).
               05  LK-CTCS0002-CD-BARRAS       PIC X(048).
               05  LK-CTCS0002-DT-VENC-PAG     PIC X(008).
               05  LK-CTCS0002-VL-PAG          PIC 9(015)V99.
           03  LK-CTCS0002-VRV-RTN.
               05  LK-CTCS0002-CD-RTN          PIC  9(004).
               05  LK-CTCS0002-TX-MSG-RTN      PIC  X(080).
           PERFORM 010000-OBTER-TS
           PERFORM 020000-TRATAR-BASE-DADOS
      *
      * garante que AUD001-ID-LCT-REF soh leva o ID reservado pela
      * propria transacao, sem depender da reinicializacao de
      * LOCAL-STORAGE
      *
           MOVE ZEROS TO W-ID-LCT-REF
      *
               WHEN 5
                   PERFORM 079200-TRANSFERIR-EXTERNA
                   PERFORM 079300-SALVAR-REG-TRX
               WHEN 6
                   PERFORM 079500-PAGAR-DOCUMENTO
                   PERFORM 079700-SALVAR-REG-PAG
               WHEN OTHER
                   MOVE 1999 TO CTCS0002-CD-RTN
                   MOVE "CTCS0002 - Operacao invalida." TO
      *
           IF W-BASES-DADOS-ABERTAS-SIM AND NOT W-MODO-LOTE-SIM
               CLOSE CNT001 DEP001 SAQ001 TRF001 EST001 AUD001
                     CTL001 BLQ001 TRX001 PAG001
               IF W-AGE001-DISPONIVEL-SIM
                   CLOSE AGE001
                   MOVE "N" TO W-AGE001-DISPONIVEL
               END-IF
               IF W-RCD001-DISPONIVEL-SIM
                   CLOSE RCD001
                   MOVE "N" TO W-RCD001-DISPONIVEL
               END-IF
               MOVE "N" TO W-BASES-DADOS-ABERTAS
           END-IF
      *
                       CLOSE ARQ-PARM
                       PERFORM 000000-SAIR
               END-READ
      *
               READ ARQ-PARM INTO CAMINHO-ARQ-PAG001
                   AT END
                       MOVE 2042 TO CTCS0002-CD-RTN
                       STRING "CTCS0002 - Carta de controle "
                              "CTCS0002.PRM incompleta - caminho de "
                              "PAG001 ausente." DELIMITED BY SIZE
                              INTO CTCS0002-TX-MSG-RTN
                       CLOSE ARQ-PARM
                       PERFORM 000000-SAIR
               END-READ
      *
               READ ARQ-PARM INTO CAMINHO-ARQ-RCD001
                   AT END
                       MOVE 2046 TO CTCS0002-CD-RTN
                       STRING "CTCS0002 - Carta de controle "
                              "CTCS0002.PRM incompleta - caminho de "
                              "RCD001 ausente." DELIMITED BY SIZE
                              INTO CTCS0002-TX-MSG-RTN
                       CLOSE ARQ-PARM
                       PERFORM 000000-SAIR
               END-READ
      *
               CLOSE ARQ-PARM
      *
                   CLOSE TRX001
                   OPEN I-O TRX001
               END-IF
      *
               OPEN I-O PAG001
      *
               IF W-FILE-STATUS-PAG001 EQUAL "35"
                   CLOSE PAG001
                   OPEN OUTPUT PAG001
                   CLOSE PAG001
                   OPEN I-O PAG001
               END-IF
      *
      * AGE001 eh apenas consultado - se ainda nao existir (nenhuma
      * agencia incluida pelo CTCS0018), a validacao de agencia de
               IF W-FILE-STATUS-AGE001 EQUAL "00"
                   SET W-AGE001-DISPONIVEL-SIM TO TRUE
               END-IF
      *
      * RCD001 eh apenas consultado - as marcas sao gravadas pelo
      * CTCS0034 e liberadas pelo CTCS0033
      *
               OPEN INPUT RCD001
      *
               IF W-FILE-STATUS-RCD001 EQUAL "00"
                   SET W-RCD001-DISPONIVEL-SIM TO TRUE
               END-IF
      *
               SET W-BASES-DADOS-ABERTAS-SIM TO TRUE
           END-IF
                      INTO CTCS0002-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      * conta de titular falecido (espolio) nao aceita movimentacao
           IF CNT001-CT-ESPOLIO
               MOVE 1013 TO CTCS0002-CD-RTN
               STRING "CTCS0002 - Conta em espolio "
                      "nao aceita movimentacao." DELIMITED BY SIZE
                      INTO CTCS0002-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      * o primeiro deposito aceito reativa a conta dormente - o
      * REWRITE do saldo logo abaixo persiste a nova situacao
           IF CNT001-CT-DORMENTE
                   MOVE "D"        TO W-TIPO-OPER-AUD
                   MOVE CTCS0002-AG TO W-AG-AUD
                   MOVE CTCS0002-CT TO W-CT-AUD
                   PERFORM 041000-OBTER-PROX-ID-DEP
                   MOVE W-ID-ULT-REG-DEP001 TO W-ID-LCT-REF
                   PERFORM 070000-GRAVAR-AUDITORIA
           END-REWRITE
      *
      *
           INITIALIZE DEP001-REGISTRO
      *
      * o ID foi reservado em 030000-DEPOSITAR-CONTA, antes da
      * gravacao da trilha, para constar de AUD001-ID-LCT-REF
           MOVE W-ID-ULT-REG-DEP001 TO DEP001-ID-DEP
      *
           MOVE CTCS0002-AG     TO DEP001-AG-CLI
           MOVE CTCS0002-CT     TO DEP001-CT-CLI
           MOVE W-TS-CRR(1:16)  TO DEP001-TS-DEP
           MOVE "N"             TO DEP001-FL-ESTORNADO
           MOVE CTCS0002-MATR-OPER TO DEP001-MATR-OPER
      * chave alternativa agencia/conta + timestamp
           MOVE DEP001-AG-CLI   TO DEP001-AG-CHAVE
           MOVE DEP001-CT-CLI   TO DEP001-CT-CHAVE
           MOVE DEP001-TS-DEP   TO DEP001-TS-CHAVE
      * salvando os dados do deposito na base de dados
           WRITE DEP001-REGISTRO
               AFTER ADVANCING W-ID-ULT-REG-DEP001 LINES
                      INTO CTCS0002-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      * conta de titular falecido (espolio) nao aceita movimentacao
           IF CNT001-CT-ESPOLIO
               MOVE 1013 TO CTCS0002-CD-RTN
               STRING "CTCS0002 - Conta em espolio "
                      "nao aceita movimentacao." DELIMITED BY SIZE
                      INTO CTCS0002-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      * cliente com recadastramento vencido (RCD001) nao movimenta
      * saida de dinheiro da conta ate atualizar o cadastro
           MOVE CNT001-AG TO W-AG-RCD
           MOVE CNT001-CT TO W-CT-RCD
           PERFORM 072500-VERIFICAR-RECADASTRAMENTO
      * o primeiro saque aceito reativa a conta dormente - o REWRITE
      * do saldo logo abaixo persiste a nova situacao
           IF CNT001-CT-DORMENTE
                   MOVE "S"        TO W-TIPO-OPER-AUD
                   MOVE CTCS0002-AG TO W-AG-AUD
                   MOVE CTCS0002-CT TO W-CT-AUD
                   PERFORM 061000-OBTER-PROX-ID-SAQ
                   MOVE W-ID-ULT-REG-SAQ001 TO W-ID-LCT-REF
                   PERFORM 070000-GRAVAR-AUDITORIA
           END-REWRITE
      *
      *
           INITIALIZE SAQ001-REGISTRO
      *
      * o ID foi reservado em 050000-SACAR-CONTA, antes da
      * gravacao da trilha, para constar de AUD001-ID-LCT-REF
           MOVE W-ID-ULT-REG-SAQ001 TO SAQ001-ID-SAQ
      *
           MOVE CTCS0002-AG     TO SAQ001-AG-CLI
           MOVE CTCS0002-CT     TO SAQ001-CT-CLI
           MOVE W-TS-CRR(1:16)  TO SAQ001-TS-SAQ
           MOVE "N"             TO SAQ001-FL-ESTORNADO
           MOVE CTCS0002-MATR-OPER TO SAQ001-MATR-OPER
      * chave alternativa agencia/conta + timestamp
           MOVE SAQ001-AG-CLI   TO SAQ001-AG-CHAVE
           MOVE SAQ001-CT-CLI   TO SAQ001-CT-CHAVE
           MOVE SAQ001-TS-SAQ   TO SAQ001-TS-CHAVE
      * salvando os dados do saque na base de dados
           WRITE SAQ001-REGISTRO
               AFTER ADVANCING W-ID-ULT-REG-SAQ001 LINES
      * operacao (D=deposito / S=saque / T=transferencia) e o
      * timestamp da operacao - a agencia/conta alterada chega por
      * W-AG-AUD/W-CT-AUD, pois na transferencia cada ponta gera o
      * seu proprio registro; W-ID-LCT-REF leva o ID do lancamento
      * (no estorno, o do lancamento original desfeito)
      *
           INITIALIZE AUD001-REGISTRO
      *
       072000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       072500-VERIFICAR-RECADASTRAMENTO SECTION.
      *------------------------------------------------------------------------
      * Entrada: W-AG-RCD / W-CT-RCD
      *
      * recusa a operacao se a agencia/conta informada tiver marca
      * ativa em RCD001 - a conta de cada titular e co-titular com
      * recadastramento vencido alem da carencia eh marcada pelo
      * CTCS0034; deposito, credito de transferencia e estorno
      * continuam aceitos
      *
           IF W-RCD001-DISPONIVEL-SIM
               MOVE W-AG-RCD TO RCD001-AG-CHAVE
               MOVE W-CT-RCD TO RCD001-CT-CHAVE
      *
               START RCD001
                   KEY IS EQUAL RCD001-CHAVE-CT
                   INVALID KEY
                       SET W-FIM-DE-ARQ-RCD001 TO TRUE
                   NOT INVALID KEY
                       MOVE "N" TO W-FIM-ARQ-RCD001
               END-START
      *
               PERFORM UNTIL W-FIM-DE-ARQ-RCD001
                   READ RCD001 NEXT
                       AT END
                           SET W-FIM-DE-ARQ-RCD001 TO TRUE
                       NOT AT END
                           IF RCD001-AG-CHAVE NOT EQUAL W-AG-RCD
                              OR RCD001-CT-CHAVE NOT EQUAL W-CT-RCD
                               SET W-FIM-DE-ARQ-RCD001 TO TRUE
                           ELSE
                               IF RCD001-ATIVA
                                   MOVE 1014 TO CTCS0002-CD-RTN
                                   STRING "CTCS0002 - Cadastro do "
                                          "cliente vencido - saque "
                                          "suspenso ate o "
                                          "recadastramento."
                                          DELIMITED BY SIZE
                                          INTO CTCS0002-TX-MSG-RTN
                                   PERFORM 000000-SAIR
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .
      *
       072500-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       073000-VALIDAR-AGENCIA-DESTINO SECTION.
      *------------------------------------------------------------------------
      * Entrada: W-AG-LIM / W-CT-LIM
      * Saida..: W-VL-MOVIMENTADO-DIA
      *
      * le em SAQ001, pela chave alternativa agencia/conta +
      * timestamp, os saques da conta na data corrente e os soma -
      * saques estornados ficam de fora, pois o dinheiro do erro de
      * digitacao nao circulou
      *
      * os pagamentos de boleto e conta de consumo (PAG001) seguem as
      * regras do saque e consomem o mesmo teto diario - sao somados
      * junto
      *
           MOVE ZEROS TO W-VL-MOVIMENTADO-DIA
      *
      * a leitura parte do primeiro saque da conta na data corrente
      * e para no primeiro saque de outra conta ou de outro dia
      *
           MOVE W-AG-LIM        TO SAQ001-AG-CHAVE
           MOVE W-CT-LIM        TO SAQ001-CT-CHAVE
           MOVE LOW-VALUES      TO SAQ001-TS-CHAVE
           MOVE W-TS-CRR(1:8)   TO SAQ001-TS-CHAVE(1:8)
      *
           START SAQ001
               KEY IS GREATER THAN OR EQUAL SAQ001-CHAVE-CT
               INVALID KEY
                   SET W-FIM-DE-ARQ-LIM TO TRUE
               NOT INVALID KEY
                   AT END
                       SET W-FIM-DE-ARQ-LIM TO TRUE
                   NOT AT END
                       IF SAQ001-AG-CHAVE NOT EQUAL W-AG-LIM
                          OR SAQ001-CT-CHAVE NOT EQUAL W-CT-LIM
                          OR SAQ001-TS-CHAVE(1:8) NOT EQUAL
                             W-TS-CRR(1:8)
                           SET W-FIM-DE-ARQ-LIM TO TRUE
                       ELSE
                           IF NOT SAQ001-ESTORNADO
                               ADD SAQ001-VL-SAQ
                                   TO W-VL-MOVIMENTADO-DIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
      *
      * os pagamentos sao lidos do mesmo jeito, pela chave alternativa
      * agencia/conta de PAG001
      *
           MOVE W-AG-LIM        TO PAG001-AG-CHAVE
           MOVE W-CT-LIM        TO PAG001-CT-CHAVE
           MOVE LOW-VALUES      TO PAG001-TS-CHAVE
           MOVE W-TS-CRR(1:8)   TO PAG001-TS-CHAVE(1:8)
      *
           START PAG001
               KEY IS GREATER THAN OR EQUAL PAG001-CHAVE-CT
               INVALID KEY
                   SET W-FIM-DE-ARQ-LIM TO TRUE
               NOT INVALID KEY
                   MOVE "N" TO W-FIM-ARQ-LIM
           END-START
      *
           PERFORM UNTIL W-FIM-DE-ARQ-LIM
               READ PAG001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ-LIM TO TRUE
                   NOT AT END
                       IF PAG001-AG-CHAVE NOT EQUAL W-AG-LIM
                          OR PAG001-CT-CHAVE NOT EQUAL W-CT-LIM
                          OR PAG001-TS-CHAVE(1:8) NOT EQUAL
                             W-TS-CRR(1:8)
                           SET W-FIM-DE-ARQ-LIM TO TRUE
                       ELSE
                           ADD PAG001-VL-PAG TO W-VL-MOVIMENTADO-DIA
                       END-IF
               END-READ
           END-PERFORM
      * Entrada: W-AG-LIM / W-CT-LIM
      * Saida..: W-VL-MOVIMENTADO-DIA
      *
      * soma as transferencias da conta de origem cujo timestamp cai
      * na data corrente, lidas em TRF001 e em TRX001 pela chave
      * alternativa da conta de origem - interna ou interbancaria, o
      * teto diario de transferencia eh um soh
      *
           MOVE ZEROS TO W-VL-MOVIMENTADO-DIA
      *
      * a leitura parte da primeira transferencia da conta de origem
      * na data corrente e para na primeira de outra conta ou de outro
      * dia
      *
           MOVE W-AG-LIM        TO TRF001-AG-ORIG-CHAVE
           MOVE W-CT-LIM        TO TRF001-CT-ORIG-CHAVE
           MOVE LOW-VALUES      TO TRF001-TS-ORIG-CHAVE
           MOVE W-TS-CRR(1:8)   TO TRF001-TS-ORIG-CHAVE(1:8)
      *
           START TRF001
               KEY IS GREATER THAN OR EQUAL TRF001-CHAVE-ORIG
               INVALID KEY
                   SET W-FIM-DE-ARQ-LIM TO TRUE
               NOT INVALID KEY
                   AT END
                       SET W-FIM-DE-ARQ-LIM TO TRUE
                   NOT AT END
                       IF TRF001-AG-ORIG-CHAVE NOT EQUAL W-AG-LIM
                          OR TRF001-CT-ORIG-CHAVE NOT EQUAL W-CT-LIM
                          OR TRF001-TS-ORIG-CHAVE(1:8) NOT EQUAL
                             W-TS-CRR(1:8)
                           SET W-FIM-DE-ARQ-LIM TO TRUE
                       ELSE
                           ADD TRF001-VL-TRF TO W-VL-MOVIMENTADO-DIA
                       END-IF
               END-READ
           END-PERFORM
      *
           MOVE W-AG-LIM        TO TRX001-AG-ORIG-CHAVE
           MOVE W-CT-LIM        TO TRX001-CT-ORIG-CHAVE
           MOVE LOW-VALUES      TO TRX001-TS-ORIG-CHAVE
           MOVE W-TS-CRR(1:8)   TO TRX001-TS-ORIG-CHAVE(1:8)
      *
           START TRX001
               KEY IS GREATER THAN OR EQUAL TRX001-CHAVE-ORIG
               INVALID KEY
                   SET W-FIM-DE-ARQ-LIM TO TRUE
               NOT INVALID KEY
                   AT END
                       SET W-FIM-DE-ARQ-LIM TO TRUE
                   NOT AT END
                       IF TRX001-AG-ORIG-CHAVE NOT EQUAL W-AG-LIM
                          OR TRX001-CT-ORIG-CHAVE NOT EQUAL W-CT-LIM
                          OR TRX001-TS-ORIG-CHAVE(1:8) NOT EQUAL
                             W-TS-CRR(1:8)
                           SET W-FIM-DE-ARQ-LIM TO TRUE
                       ELSE
                           ADD TRX001-VL-TRX TO W-VL-MOVIMENTADO-DIA
                       END-IF
               END-READ
                      INTO CTCS0002-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      * conta de titular falecido (espolio) nao aceita movimentacao
           IF CNT001-CT-ESPOLIO
               MOVE 1013 TO CTCS0002-CD-RTN
               STRING "CTCS0002 - Conta de origem em espolio "
                      "nao aceita movimentacao." DELIMITED BY SIZE
                      INTO CTCS0002-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      * cliente com recadastramento vencido (RCD001) nao movimenta
      * saida de dinheiro da conta ate atualizar o cadastro
           MOVE CNT001-AG TO W-AG-RCD
           MOVE CNT001-CT TO W-CT-RCD
           PERFORM 072500-VERIFICAR-RECADASTRAMENTO
      *
           MOVE CNT001-SDO TO W-SDO-ORIG-ANTES
      *
                      INTO CTCS0002-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      * conta de titular falecido (espolio) nao aceita movimentacao
           IF CNT001-CT-ESPOLIO
               MOVE 1013 TO CTCS0002-CD-RTN
               STRING "CTCS0002 - Conta de destino em espolio "
                      "nao aceita movimentacao." DELIMITED BY SIZE
                      INTO CTCS0002-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      *
           MOVE CNT001-SDO TO W-SDO-DEST-ANTES
      *
                   MOVE CTCS0002-AG      TO W-AG-AUD
                   MOVE CTCS0002-CT      TO W-CT-AUD
                   MOVE W-SDO-ORIG-ANTES TO W-SDO-ANTES-OPER
                   PERFORM 077000-OBTER-PROX-ID-TRF
                   MOVE W-ID-ULT-REG-TRF001 TO W-ID-LCT-REF
                   PERFORM 070000-GRAVAR-AUDITORIA
           END-REWRITE
      * efetiva o credito na conta de destino - se nao for possivel,
      *
           INITIALIZE TRF001-REGISTRO
      *
      * o ID foi reservado em 075000-TRANSFERIR-CONTAS, antes da
      * gravacao da trilha, para constar de AUD001-ID-LCT-REF
           MOVE W-ID-ULT-REG-TRF001 TO TRF001-ID-TRF
      *
           MOVE CTCS0002-AG     TO TRF001-AG-ORIG
           MOVE CTCS0002-CT     TO TRF001-CT-ORIG
           MOVE CTCS0002-CT-DST TO TRF001-CT-DEST
           MOVE CTCS0002-VL-TRF TO TRF001-VL-TRF
           MOVE W-TS-CRR(1:16)  TO TRF001-TS-TRF
      * chaves alternativas agencia/conta + timestamp das duas pontas
           MOVE TRF001-AG-ORIG  TO TRF001-AG-ORIG-CHAVE
           MOVE TRF001-CT-ORIG  TO TRF001-CT-ORIG-CHAVE
           MOVE TRF001-TS-TRF   TO TRF001-TS-ORIG-CHAVE
           MOVE TRF001-AG-DEST  TO TRF001-AG-DEST-CHAVE
           MOVE TRF001-CT-DEST  TO TRF001-CT-DEST-CHAVE
           MOVE TRF001-TS-TRF   TO TRF001-TS-DEST-CHAVE
      * salvando os dados da transferencia na base de dados
           WRITE TRF001-REGISTRO
               AFTER ADVANCING W-ID-ULT-REG-TRF001 LINES
                      INTO CTCS0002-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      * conta de titular falecido (espolio) nao aceita movimentacao
           IF CNT001-CT-ESPOLIO
               MOVE 1013 TO CTCS0002-CD-RTN
               STRING "CTCS0002 - Conta de origem em espolio "
                      "nao aceita movimentacao." DELIMITED BY SIZE
                      INTO CTCS0002-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      * cliente com recadastramento vencido (RCD001) nao movimenta
      * saida de dinheiro da conta ate atualizar o cadastro
           MOVE CNT001-AG TO W-AG-RCD
           MOVE CNT001-CT TO W-CT-RCD
           PERFORM 072500-VERIFICAR-RECADASTRAMENTO
      *
           ADD CNT001-SDO TO CNT001-VL-LIM-CRD
               GIVING W-SDO-DISPONIVEL
                   MOVE "X"        TO W-TIPO-OPER-AUD
                   MOVE CTCS0002-AG TO W-AG-AUD
                   MOVE CTCS0002-CT TO W-CT-AUD
                   PERFORM 079400-OBTER-PROX-ID-TRX
                   MOVE W-ID-ULT-REG-TRX001 TO W-ID-LCT-REF
                   PERFORM 070000-GRAVAR-AUDITORIA
           END-REWRITE
           .
      *
           INITIALIZE TRX001-REGISTRO
      *
      * o ID foi reservado em 079200-TRANSFERIR-EXTERNA, antes da
      * gravacao da trilha, para constar de AUD001-ID-LCT-REF
           MOVE W-ID-ULT-REG-TRX001 TO TRX001-ID-TRX
      *
           MOVE CTCS0002-AG         TO TRX001-AG-ORIG
           MOVE CTCS0002-CT         TO TRX001-CT-ORIG
           SET TRX001-PENDENTE-REMESSA TO TRUE
           MOVE ZEROS               TO TRX001-DT-REMESSA
           MOVE ZEROS               TO TRX001-DT-RETORNO
      * chave alternativa agencia/conta + timestamp da origem
           MOVE TRX001-AG-ORIG      TO TRX001-AG-ORIG-CHAVE
           MOVE TRX001-CT-ORIG      TO TRX001-CT-ORIG-CHAVE
           MOVE TRX001-TS-TRX       TO TRX001-TS-ORIG-CHAVE
      * salvando os dados da transferencia externa na base de dados
           WRITE TRX001-REGISTRO
               NOT INVALID KEY
       079400-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       079500-PAGAR-DOCUMENTO SECTION.
      *------------------------------------------------------------------------
      * debita a conta do cliente pelo pagamento do boleto ou da conta
      * de consumo informado em CTCS0002-CD-BARRAS, com as mesmas
      * regras do saque - bloqueios ativos, limite de cheque especial
      * e teto diario de saque - depois de conferidos os digitos
      * verificadores e o vencimento do documento; o repasse do valor
      * ao convenente fica a cargo do CTCS0021 no fechamento do dia
      *
           PERFORM 079600-VALIDAR-DOCUMENTO-PAG
      *
           MOVE CTCS0002-AG TO CNT001-AG
           MOVE CTCS0002-CT TO CNT001-CT
      * confirmado se a conta existe
           READ CNT001
               KEY IS CNT001-ID-CT
           END-READ
      *
           IF W-FILE-STATUS-CNT001 NOT EQUAL "00"
               MOVE 2000 TO CTCS0002-CD-RTN
               STRING "CTCS0002 - Conta nao existe ou "
                      "erro ao acessar a base de dados."
                      " - FILE-STATUS=" W-FILE-STATUS-CNT001 "."
                      DELIMITED BY SIZE INTO CTCS0002-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      * conta encerrada no cadastro nao aceita movimentacao
           IF CNT001-CT-ENCERRADA
               MOVE 1004 TO CTCS0002-CD-RTN
               STRING "CTCS0002 - Conta encerrada nao aceita "
                      "movimentacao." DELIMITED BY SIZE
                      INTO CTCS0002-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      * conta de titular falecido (espolio) nao aceita movimentacao
           IF CNT001-CT-ESPOLIO
               MOVE 1013 TO CTCS0002-CD-RTN
               STRING "CTCS0002 - Conta em espolio "
                      "nao aceita movimentacao." DELIMITED BY SIZE
                      INTO CTCS0002-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      * cliente com recadastramento vencido (RCD001) nao movimenta
      * saida de dinheiro da conta ate atualizar o cadastro
           MOVE CNT001-AG TO W-AG-RCD
           MOVE CNT001-CT TO W-CT-RCD
           PERFORM 072500-VERIFICAR-RECADASTRAMENTO
      * o primeiro pagamento aceito reativa a conta dormente, como o
      * saque - o REWRITE do saldo logo abaixo persiste a nova situacao
           IF CNT001-CT-DORMENTE
               SET CNT001-CT-ATIVA TO TRUE
               DISPLAY "CTCS0002 - Conta " CNT001-AG "/" CNT001-CT
                   " reativada pelo pagamento."
           END-IF
      * rejeita o pagamento se o valor do documento for maior que o
      * saldo somado ao limite de cheque especial, descontados os
      * bloqueios judiciais e administrativos ativos da conta
           ADD CNT001-SDO TO CNT001-VL-LIM-CRD
               GIVING W-SDO-DISPONIVEL
      *
           MOVE CTCS0002-AG TO W-AG-BLQ
           MOVE CTCS0002-CT TO W-CT-BLQ
           PERFORM 072000-SOMAR-BLOQUEIOS-CONTA
           SUBTRACT W-VL-BLOQUEADO FROM W-SDO-DISPONIVEL
      *
           IF W-VL-PAG > W-SDO-DISPONIVEL
               MOVE 1007 TO CTCS0002-CD-RTN
               STRING "CTCS0002 - Saldo e limite de cheque especial "
                      "insuficientes para realizar o pagamento."
                      DELIMITED BY SIZE
                   INTO CTCS0002-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      * o pagamento consome o mesmo teto diario do saque (zeros = sem
      * teto) - 073500 ja soma os saques e os pagamentos da data
           IF CNT001-VL-LIM-SAQ-DIA NOT EQUAL ZEROS
               MOVE CTCS0002-AG TO W-AG-LIM
               MOVE CTCS0002-CT TO W-CT-LIM
               PERFORM 073500-ACUMULAR-SAQUES-DIA
               ADD W-VL-PAG TO W-VL-MOVIMENTADO-DIA
               IF W-VL-MOVIMENTADO-DIA > CNT001-VL-LIM-SAQ-DIA
                   MOVE 1005 TO CTCS0002-CD-RTN
                   STRING "CTCS0002 - Teto diario de saque da conta "
                          "excedido." DELIMITED BY SIZE
                          INTO CTCS0002-TX-MSG-RTN
                   PERFORM 000000-SAIR
               END-IF
           END-IF
      * guarda o saldo antes da operacao para a trilha de auditoria
           MOVE CNT001-SDO TO W-SDO-ANTES-OPER
      *
           SUBTRACT W-VL-PAG FROM CNT001-SDO
               ON SIZE ERROR
                   MOVE 1000 TO CTCS0002-CD-RTN
                   STRING "CTCS0002 - Valor na conta extrapola o "
                          "limite do sistema." DELIMITED BY SIZE
                       INTO CTCS0002-TX-MSG-RTN
                   PERFORM 000000-SAIR
           END-SUBTRACT
      *
           REWRITE CNT001-REGISTRO
               INVALID KEY
                   MOVE 2043 TO CTCS0002-CD-RTN
                   STRING "CTCS0002 - Erro ao debitar o pagamento "
                          "na conta."
                          " - FILE-STATUS=" W-FILE-STATUS-CNT001
                          DELIMITED BY SIZE INTO CTCS0002-TX-MSG-RTN
                   PERFORM 000000-SAIR
               NOT INVALID KEY
                   MOVE "P"        TO W-TIPO-OPER-AUD
                   MOVE CTCS0002-AG TO W-AG-AUD
                   MOVE CTCS0002-CT TO W-CT-AUD
                   PERFORM 079800-OBTER-PROX-ID-PAG
                   MOVE W-ID-ULT-REG-PAG001 TO W-ID-LCT-REF
                   PERFORM 070000-GRAVAR-AUDITORIA
           END-REWRITE
           .
      *
       079500-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       079600-VALIDAR-DOCUMENTO-PAG SECTION.
      *------------------------------------------------------------------------
      * confere o documento informado em CTCS0002-CD-BARRAS e devolve
      * o codigo de barras normalizado (44 posicoes), o tipo, o
      * convenente, o valor a debitar e o vencimento - o tamanho diz
      * o que o caixa digitou: 44 = codigo de barras lido pela
      * leitora, 47 = linha digitavel do boleto, 48 = linha digitavel
      * da conta de consumo (sempre iniciada pelo digito 8)
      *
           MOVE ZEROS TO W-TAM-CD-BARRAS
           INSPECT CTCS0002-CD-BARRAS TALLYING W-TAM-CD-BARRAS
               FOR CHARACTERS BEFORE INITIAL SPACE
      *
           IF W-TAM-CD-BARRAS NOT EQUAL 44
              AND W-TAM-CD-BARRAS NOT EQUAL 47
              AND W-TAM-CD-BARRAS NOT EQUAL 48
               MOVE 1008 TO CTCS0002-CD-RTN
               STRING "CTCS0002 - Codigo de barras ou linha "
                      "digitavel com tamanho invalido."
                      DELIMITED BY SIZE INTO CTCS0002-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      *
           PERFORM VARYING W-IC-CD-BARRAS FROM 1 BY 1
               UNTIL W-IC-CD-BARRAS > W-TAM-CD-BARRAS
               MOVE CTCS0002-CD-BARRAS(W-IC-CD-BARRAS:1) TO
                   W-CCT-CD-BARRAS
               MOVE ZERO TO W-FLAG-NUMERO
               INSPECT W-NUMEROS TALLYING W-FLAG-NUMERO
                   FOR ALL W-CCT-CD-BARRAS
               IF W-FLAG-NUMERO NOT EQUAL 1
                   MOVE 1008 TO CTCS0002-CD-RTN
                   STRING "CTCS0002 - Caracter invalido no codigo de "
                          "barras ou linha digitavel."
                          DELIMITED BY SIZE INTO CTCS0002-TX-MSG-RTN
                   PERFORM 000000-SAIR
               END-IF
           END-PERFORM
      *
           MOVE SPACES TO W-CD-BARRAS-PAG
           MOVE SPACES TO W-DT-VENC-PAG
      *
           IF CTCS0002-CD-BARRAS(1:1) EQUAL "8"
               IF W-TAM-CD-BARRAS EQUAL 47
                   MOVE 1008 TO CTCS0002-CD-RTN
                   STRING "CTCS0002 - Linha digitavel de conta de "
                          "consumo deve ter 48 posicoes."
                          DELIMITED BY SIZE INTO CTCS0002-TX-MSG-RTN
                   PERFORM 000000-SAIR
               END-IF
               PERFORM 079620-VALIDAR-ARRECADACAO
           ELSE
               IF W-TAM-CD-BARRAS EQUAL 48
                   MOVE 1008 TO CTCS0002-CD-RTN
                   STRING "CTCS0002 - Linha digitavel de boleto deve "
                          "ter 47 posicoes." DELIMITED BY SIZE
                          INTO CTCS0002-TX-MSG-RTN
                   PERFORM 000000-SAIR
               END-IF
               PERFORM 079610-VALIDAR-BOLETO
           END-IF
      * valor a debitar: o do documento; quando o codigo vem com o
      * valor zerado (boleto sem valor ou conta de consumo com valor
      * de referencia), o valor informado pelo caixa
           IF W-VL-DOC-PAG EQUAL ZEROS
               IF CTCS0002-VL-PAG EQUAL ZEROS
                   MOVE 1011 TO CTCS0002-CD-RTN
                   STRING "CTCS0002 - Documento sem valor no codigo "
                          "de barras - informe o valor do pagamento."
                          DELIMITED BY SIZE INTO CTCS0002-TX-MSG-RTN
                   PERFORM 000000-SAIR
               END-IF
               MOVE CTCS0002-VL-PAG TO W-VL-PAG
           ELSE
               IF CTCS0002-VL-PAG NOT EQUAL ZEROS
                  AND CTCS0002-VL-PAG NOT EQUAL W-VL-DOC-PAG
                   MOVE 1011 TO CTCS0002-CD-RTN
                   STRING "CTCS0002 - Valor informado diverge do "
                          "valor do documento." DELIMITED BY SIZE
                          INTO CTCS0002-TX-MSG-RTN
                   PERFORM 000000-SAIR
               END-IF
               MOVE W-VL-DOC-PAG TO W-VL-PAG
           END-IF
      * documento vencido nao eh aceito no caixa - sem vencimento
      * (espacos), o pagamento segue
           IF W-DT-VENC-PAG NOT EQUAL SPACES
              AND W-DT-VENC-PAG < W-TS-CRR(1:8)
               MOVE 1010 TO CTCS0002-CD-RTN
               STRING "CTCS0002 - Documento vencido em "
                      W-DT-VENC-PAG(7:2) "/" W-DT-VENC-PAG(5:2) "/"
                      W-DT-VENC-PAG(1:4) " - pagamento nao aceito."
                      DELIMITED BY SIZE INTO CTCS0002-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
           .
      *
       079600-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       079610-VALIDAR-BOLETO SECTION.
      *------------------------------------------------------------------------
      * boleto de cobranca: na linha digitavel, cada um dos tres
      * primeiros campos tem o proprio DV (modulo 10) e o codigo de
      * barras eh remontado a partir dos campos; o DV geral (posicao
      * 5 do codigo) eh modulo 11 sobre as outras 43 posicoes
      *
           IF W-TAM-CD-BARRAS EQUAL 47
               SET W-REGRA-DV-MOD10 TO TRUE
      *
               MOVE CTCS0002-CD-BARRAS(1:9)   TO W-CAMPO-DV
               MOVE 9                         TO W-TAM-CAMPO-DV
               MOVE CTCS0002-CD-BARRAS(10:1)  TO W-DV-INFORMADO
               PERFORM 079650-CONFERIR-DV
      *
               MOVE CTCS0002-CD-BARRAS(11:10) TO W-CAMPO-DV
               MOVE 10                        TO W-TAM-CAMPO-DV
               MOVE CTCS0002-CD-BARRAS(21:1)  TO W-DV-INFORMADO
               PERFORM 079650-CONFERIR-DV
      *
               MOVE CTCS0002-CD-BARRAS(22:10) TO W-CAMPO-DV
               MOVE 10                        TO W-TAM-CAMPO-DV
               MOVE CTCS0002-CD-BARRAS(32:1)  TO W-DV-INFORMADO
               PERFORM 079650-CONFERIR-DV
      *
               MOVE CTCS0002-CD-BARRAS(1:4)   TO W-CD-BARRAS-PAG(1:4)
               MOVE CTCS0002-CD-BARRAS(33:1)  TO W-CD-BARRAS-PAG(5:1)
               MOVE CTCS0002-CD-BARRAS(34:14) TO W-CD-BARRAS-PAG(6:14)
               MOVE CTCS0002-CD-BARRAS(5:5)   TO W-CD-BARRAS-PAG(20:5)
               MOVE CTCS0002-CD-BARRAS(11:10) TO
                   W-CD-BARRAS-PAG(25:10)
               MOVE CTCS0002-CD-BARRAS(22:10) TO
                   W-CD-BARRAS-PAG(35:10)
           ELSE
               MOVE CTCS0002-CD-BARRAS(1:44)  TO W-CD-BARRAS-PAG
           END-IF
      *
           SET W-REGRA-DV-MOD11-BOLETO TO TRUE
           STRING W-CD-BARRAS-PAG(1:4) W-CD-BARRAS-PAG(6:39)
                  DELIMITED BY SIZE INTO W-CAMPO-DV
           MOVE 43       TO W-TAM-CAMPO-DV
           MOVE W-BOL-DV TO W-DV-INFORMADO
           PERFORM 079650-CONFERIR-DV
      *
           MOVE "B"         TO W-TP-DOCUMENTO-PAG
           MOVE W-BOL-BANCO TO W-CD-CONVENENTE-PAG
           MOVE W-BOL-VALOR TO W-VL-DOC-PAG
      * fator de vencimento zerado = boleto sem vencimento; depois do
      * reinicio do fator, um vencimento calculado muito no passado
      * pertence ao ciclo seguinte
           IF W-BOL-FATOR-VENC NOT EQUAL ZEROS
               COMPUTE W-DIAS-VENC = FUNCTION INTEGER-OF-DATE(19971007)
                                   + W-BOL-FATOR-VENC
               MOVE W-TS-CRR(1:8) TO W-DT-VENC-NUM
               COMPUTE W-DIAS-HOJE =
                   FUNCTION INTEGER-OF-DATE(W-DT-VENC-NUM)
      *
               IF W-DIAS-VENC + 3000 < W-DIAS-HOJE
                   ADD 9000 TO W-DIAS-VENC
               END-IF
      *
               COMPUTE W-DT-VENC-NUM =
                   FUNCTION DATE-OF-INTEGER(W-DIAS-VENC)
               MOVE W-DT-VENC-NUM TO W-DT-VENC-PAG
           END-IF
           .
      *
       079610-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       079620-VALIDAR-ARRECADACAO SECTION.
      *------------------------------------------------------------------------
      * conta de consumo (arrecadacao): a linha digitavel tem quatro
      * blocos de 11 posicoes, cada um seguido do proprio DV; o
      * identificador de valor (posicao 3) diz se os DVs sao modulo
      * 10 (6 e 7) ou modulo 11 (8 e 9); o DV geral fica na posicao 4
      * do codigo de barras
      *
           IF W-TAM-CD-BARRAS EQUAL 48
               MOVE CTCS0002-CD-BARRAS(1:11)  TO W-CD-BARRAS-PAG(1:11)
               MOVE CTCS0002-CD-BARRAS(13:11) TO
                   W-CD-BARRAS-PAG(12:11)
               MOVE CTCS0002-CD-BARRAS(25:11) TO
                   W-CD-BARRAS-PAG(23:11)
               MOVE CTCS0002-CD-BARRAS(37:11) TO
                   W-CD-BARRAS-PAG(34:11)
           ELSE
               MOVE CTCS0002-CD-BARRAS(1:44)  TO W-CD-BARRAS-PAG
           END-IF
      *
           EVALUATE TRUE
               WHEN W-ARR-DV-MODULO-10
                   SET W-REGRA-DV-MOD10 TO TRUE
               WHEN W-ARR-DV-MODULO-11
                   SET W-REGRA-DV-MOD11-ARRECAD TO TRUE
               WHEN OTHER
                   MOVE 1008 TO CTCS0002-CD-RTN
                   STRING "CTCS0002 - Identificador de valor "
                          "invalido na conta de consumo."
                          DELIMITED BY SIZE INTO CTCS0002-TX-MSG-RTN
                   PERFORM 000000-SAIR
           END-EVALUATE
      *
           IF W-TAM-CD-BARRAS EQUAL 48
               MOVE 11 TO W-TAM-CAMPO-DV
      *
               MOVE CTCS0002-CD-BARRAS(1:11)  TO W-CAMPO-DV
               MOVE CTCS0002-CD-BARRAS(12:1)  TO W-DV-INFORMADO
               PERFORM 079650-CONFERIR-DV
      *
               MOVE CTCS0002-CD-BARRAS(13:11) TO W-CAMPO-DV
               MOVE CTCS0002-CD-BARRAS(24:1)  TO W-DV-INFORMADO
               PERFORM 079650-CONFERIR-DV
      *
               MOVE CTCS0002-CD-BARRAS(25:11) TO W-CAMPO-DV
               MOVE CTCS0002-CD-BARRAS(36:1)  TO W-DV-INFORMADO
               PERFORM 079650-CONFERIR-DV
      *
               MOVE CTCS0002-CD-BARRAS(37:11) TO W-CAMPO-DV
               MOVE CTCS0002-CD-BARRAS(48:1)  TO W-DV-INFORMADO
               PERFORM 079650-CONFERIR-DV
           END-IF
      *
           STRING W-CD-BARRAS-PAG(1:3) W-CD-BARRAS-PAG(5:40)
                  DELIMITED BY SIZE INTO W-CAMPO-DV
           MOVE 43       TO W-TAM-CAMPO-DV
           MOVE W-ARR-DV TO W-DV-INFORMADO
           PERFORM 079650-CONFERIR-DV
      *
           MOVE "A"           TO W-TP-DOCUMENTO-PAG
           MOVE W-ARR-EMPRESA TO W-CD-CONVENENTE-PAG
      * identificador 6 e 8 = valor efetivo em reais; 7 e 9 = valor
      * de referencia (indexado), que nao serve para o debito
           IF W-ARR-ID-VALOR EQUAL 6 OR W-ARR-ID-VALOR EQUAL 8
               MOVE W-ARR-VALOR TO W-VL-DOC-PAG
           ELSE
               MOVE ZEROS       TO W-VL-DOC-PAG
           END-IF
      * a conta de consumo nao traz o vencimento em posicao fixa do
      * codigo - vale o informado pelo caixa (espacos ou zeros = sem
      * vencimento)
           IF CTCS0002-DT-VENC-PAG NOT EQUAL SPACES
              AND CTCS0002-DT-VENC-PAG NOT EQUAL ZEROS
               IF CTCS0002-DT-VENC-PAG IS NOT NUMERIC
                   MOVE 1012 TO CTCS0002-CD-RTN
                   STRING "CTCS0002 - Data de vencimento invalida "
                          "(use AAAAMMDD)." DELIMITED BY SIZE
                          INTO CTCS0002-TX-MSG-RTN
                   PERFORM 000000-SAIR
               END-IF
               MOVE CTCS0002-DT-VENC-PAG TO W-DT-VENC-PAG
           END-IF
           .
      *
       079620-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       079650-CONFERIR-DV SECTION.
      *------------------------------------------------------------------------
      * Entrada: W-CAMPO-DV / W-TAM-CAMPO-DV / W-REGRA-DV /
      *          W-DV-INFORMADO
      * Saida..: W-DV-CALC
      *
      * calcula o digito verificador do trecho informado, da direita
      * para a esquerda - modulo 10 com pesos 2 e 1 alternados
      * (somando os algarismos de cada produto) ou modulo 11 com pesos
      * de 2 a 9 - e recusa o documento se nao bater com o digitado
      *
           MOVE ZEROS TO W-SOMA-DV
           MOVE 2     TO W-PESO-DV
      *
           PERFORM VARYING W-IC-DV FROM W-TAM-CAMPO-DV BY -1
               UNTIL W-IC-DV < 1
               MOVE W-CAMPO-DV(W-IC-DV:1) TO W-DIGITO-DV
               MULTIPLY W-DIGITO-DV BY W-PESO-DV GIVING W-PRODUTO-DV
               IF W-REGRA-DV-MOD10
                   IF W-PRODUTO-DV > 9
                       SUBTRACT 9 FROM W-PRODUTO-DV
                   END-IF
                   IF W-PESO-DV EQUAL 2
                       MOVE 1 TO W-PESO-DV
                   ELSE
                       MOVE 2 TO W-PESO-DV
                   END-IF
               ELSE
                   IF W-PESO-DV EQUAL 9
                       MOVE 2 TO W-PESO-DV
                   ELSE
                       ADD 1 TO W-PESO-DV
                   END-IF
               END-IF
               ADD W-PRODUTO-DV TO W-SOMA-DV
           END-PERFORM
      *
           IF W-REGRA-DV-MOD10
               DIVIDE W-SOMA-DV BY 10 GIVING W-QUOCIENTE-DV
                   REMAINDER W-RESTO-DV
               IF W-RESTO-DV EQUAL ZEROS
                   MOVE ZEROS TO W-DV-CALC
               ELSE
                   SUBTRACT W-RESTO-DV FROM 10 GIVING W-DV-CALC
               END-IF
           ELSE
               DIVIDE W-SOMA-DV BY 11 GIVING W-QUOCIENTE-DV
                   REMAINDER W-RESTO-DV
               IF W-REGRA-DV-MOD11-BOLETO
                   SUBTRACT W-RESTO-DV FROM 11 GIVING W-DV-CALC
                   IF W-DV-CALC EQUAL ZEROS OR W-DV-CALC > 9
                       MOVE 1 TO W-DV-CALC
                   END-IF
               ELSE
                   IF W-RESTO-DV < 2
                       MOVE ZEROS TO W-DV-CALC
                   ELSE
                       SUBTRACT W-RESTO-DV FROM 11 GIVING W-DV-CALC
                   END-IF
               END-IF
           END-IF
      *
           IF W-DV-CALC NOT EQUAL W-DV-INFORMADO
               MOVE 1009 TO CTCS0002-CD-RTN
               STRING "CTCS0002 - Digito verificador invalido no "
                      "codigo de barras ou linha digitavel."
                      DELIMITED BY SIZE INTO CTCS0002-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
           .
      *
       079650-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       079700-SALVAR-REG-PAG SECTION.
      *------------------------------------------------------------------------
      * grava o pagamento como pendente de repasse - o CTCS0021
      * seleciona os pendentes no fechamento do dia e gera o arquivo
      * de repasse de cada convenente
      *
           INITIALIZE PAG001-REGISTRO
      *
      * o ID foi reservado em 079500-PAGAR-DOCUMENTO, antes da
      * gravacao da trilha, para constar de AUD001-ID-LCT-REF
           MOVE W-ID-ULT-REG-PAG001 TO PAG001-ID-PAG
      *
           MOVE CTCS0002-AG          TO PAG001-AG-CLI
           MOVE CTCS0002-CT          TO PAG001-CT-CLI
           MOVE W-TP-DOCUMENTO-PAG   TO PAG001-TP-DOCUMENTO
           MOVE W-CD-BARRAS-PAG      TO PAG001-CD-BARRAS
           MOVE W-CD-CONVENENTE-PAG  TO PAG001-CD-CONVENENTE
           MOVE W-VL-PAG             TO PAG001-VL-PAG
           MOVE W-DT-VENC-PAG        TO PAG001-DT-VENC
           MOVE W-TS-CRR(1:16)       TO PAG001-TS-PAG
           SET PAG001-PENDENTE-REPASSE TO TRUE
           MOVE ZEROS                TO PAG001-DT-REPASSE
           MOVE CTCS0002-MATR-OPER   TO PAG001-MATR-OPER
      * chave alternativa agencia/conta + timestamp
           MOVE PAG001-AG-CLI        TO PAG001-AG-CHAVE
           MOVE PAG001-CT-CLI        TO PAG001-CT-CHAVE
           MOVE PAG001-TS-PAG        TO PAG001-TS-CHAVE
      * salvando os dados do pagamento na base de dados
           WRITE PAG001-REGISTRO
               NOT INVALID KEY
                   STRING "CTCS0002 - Pagamento registrado com "
                          "sucesso." DELIMITED BY SIZE
                          INTO CTCS0002-TX-MSG-RTN
                   PERFORM 000000-SAIR
               INVALID KEY
                   MOVE 2044 TO CTCS0002-CD-RTN
                   STRING "CTCS0002 - Erro ao tentar salvar registro"
                          " do pagamento."
                          " FILE-STATUS=" W-FILE-STATUS-PAG001
                          INTO CTCS0002-TX-MSG-RTN
                   PERFORM 000000-SAIR
           END-WRITE
      *
           .
      *
       079700-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       079800-OBTER-PROX-ID-PAG SECTION.
      *------------------------------------------------------------------------
      * obtem o proximo PAG001-ID-PAG a partir do registro de controle
      * de sequencia de CTL001, em vez de varrer PAG001 inteiro
      *
           MOVE "PAG001" TO CTL001-CHAVE-SEQ
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
           ADD 1 TO CTL001-ULT-ID GIVING PAG001-ID-PAG
           MOVE PAG001-ID-PAG TO CTL001-ULT-ID
           MOVE PAG001-ID-PAG TO W-ID-ULT-REG-PAG001
           MOVE "PAG001"      TO CTL001-CHAVE-SEQ
      *
           IF W-CTL-ACHOU-SIM
               REWRITE CTL001-REGISTRO
                   INVALID KEY
                       MOVE 2045 TO CTCS0002-CD-RTN
                       STRING "CTCS0002 - Erro ao atualizar o "
                              "controle de sequencia do PAG001."
                              " - FILE-STATUS=" W-FILE-STATUS-CTL001
                              DELIMITED BY SIZE INTO
                              CTCS0002-TX-MSG-RTN
                       PERFORM 000000-SAIR
               END-REWRITE
           ELSE
               WRITE CTL001-REGISTRO
                   INVALID KEY
                       MOVE 2045 TO CTCS0002-CD-RTN
                       STRING "CTCS0002 - Erro ao criar o "
                              "controle de sequencia do PAG001."
                              " - FILE-STATUS=" W-FILE-STATUS-CTL001
                              DELIMITED BY SIZE INTO
                              CTCS0002-TX-MSG-RTN
                       PERFORM 000000-SAIR
               END-WRITE
           END-IF
           .
      *
       079800-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       080000-ENTRADA-LOTE SECTION.
      *------------------------------------------------------------------------
      *
           IF W-BASES-DADOS-ABERTAS-SIM
               CLOSE CNT001 DEP001 SAQ001 TRF001 EST001 AUD001
                     CTL001 BLQ001 TRX001 PAG001
               IF W-AGE001-DISPONIVEL-SIM
                   CLOSE AGE001
                   MOVE "N" TO W-AGE001-DISPONIVEL
               END-IF
               IF W-RCD001-DISPONIVEL-SIM
                   CLOSE RCD001
                   MOVE "N" TO W-RCD001-DISPONIVEL
               END-IF
               MOVE "N" TO W-BASES-DADOS-ABERTAS
           END-IF
      *
