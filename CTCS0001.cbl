           FILE STATUS IS STATUS-ARQ-BLQ001
           .
      *
      * cadastro de clientes por CPF, mantido pelo CTCS0033 - a
      * abertura de conta e a inclusao de co-titular exigem o cliente
      * cadastrado
      *
       SELECT CLI001
           ASSIGN TO CAMINHO-ARQ-CLI001
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI001-CPF
           FILE STATUS IS STATUS-ARQ-CLI001
           .
      *
      * obitos registrados pelo CTCS0030 - CPF falecido nao abre conta
      * nem eh incluido como co-titular
      *
       SELECT OBT001
           ASSIGN TO CAMINHO-ARQ-OBT001
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OBT001-CPF
           FILE STATUS IS STATUS-ARQ-OBT001
           .
      *
      * carta de controle (estilo SYSIN) com o caminho da base de dados,
      * lida em tempo de execucao para que o local do arquivo nao fique
      * fixo no fonte compilado
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
               88  BLQ001-ATIVO                      VALUE "A".
               88  BLQ001-LIBERADO                   VALUE "L".
           03  BLQ001-DT-LIBERACAO            PIC  X(008).
      *
       FD  CLI001.
      *
      * mesmo layout declarado no CTCS0033
      *
       01  CLI001-REGISTRO.
           03  CLI001-CPF                     PIC  9(011).
           03  CLI001-NM                      PIC  X(040).
           03  CLI001-DT-NSC                  PIC  X(008).
           03  CLI001-ENDERECO.
               05  CLI001-LOGRADOURO          PIC  X(060).
               05  CLI001-NR-ENDERECO         PIC  X(010).
               05  CLI001-COMPLEMENTO         PIC  X(030).
               05  CLI001-BAIRRO              PIC  X(030).
               05  CLI001-CIDADE              PIC  X(040).
               05  CLI001-UF                  PIC  X(002).
               05  CLI001-CEP                 PIC  9(008).
           03  CLI001-TELEFONE.
               05  CLI001-DDD                 PIC  9(002).
               05  CLI001-NR-TELEFONE         PIC  9(009).
           03  CLI001-OCUPACAO                PIC  X(040).
           03  CLI001-VL-RENDA-MENSAL         PIC  9(013)V99.
           03  CLI001-DT-INCLUSAO             PIC  X(008).
           03  CLI001-DT-ULT-ATUALIZACAO      PIC  X(008).
           03  CLI001-MATR-OPER               PIC  9(006).
      *
       FD  OBT001.
      *
      * mesmo layout declarado no CTCS0030
      *
       01  OBT001-REGISTRO.
           03  OBT001-CPF                     PIC  9(011).
           03  OBT001-NM                      PIC  X(040).
           03  OBT001-DT-OBITO                PIC  X(008).
           03  OBT001-NR-CERTIDAO             PIC  X(032).
           03  OBT001-DT-REGISTRO             PIC  X(008).
           03  OBT001-QT-CT-ESPOLIO           PIC  9(003).
           03  OBT001-QT-CO-TIT-REMOVIDA      PIC  9(003).
           03  OBT001-VL-PARTILHADO           PIC  9(015)V99.
           03  OBT001-NR-ULT-ALVARA           PIC  X(020).
           03  OBT001-MATR-OPER               PIC  9(006).
      *
       FD  ARQ-PARM.
      *
       01  STATUS-ARQ-BLQ001         PIC  X(002) VALUE SPACES.
       01  STATUS-ARQ-TIT001         PIC  X(002) VALUE SPACES.
       01  STATUS-ARQ-AGE001         PIC  X(002) VALUE SPACES.
       01  STATUS-ARQ-CLI001         PIC  X(002) VALUE SPACES.
       01  STATUS-ARQ-OBT001         PIC  X(002) VALUE SPACES.
      *
      * declaradas em WORKING-STORAGE, e nao em LOCAL-STORAGE, porque
      * precisam sobreviver entre as chamadas repetidas que o
      *
       01  W-AGE001-DISPONIVEL             PIC  X(001) VALUE "N".
           88  W-AGE001-DISPONIVEL-SIM            VALUE "S".
      *
      * CLI001 soh existe depois do primeiro cliente incluido pelo
      * CTCS0033 - sem ele, nenhum CPF tem cadastro de cliente e a
      * abertura e a inclusao de co-titular sao recusadas
      *
       01  W-CLI001-DISPONIVEL             PIC  X(001) VALUE "N".
           88  W-CLI001-DISPONIVEL-SIM            VALUE "S".
      *
      * OBT001 soh existe depois do primeiro obito registrado pelo
      * CTCS0030 - sem ele, nao ha CPF falecido a recusar
      *
       01  W-OBT001-DISPONIVEL             PIC  X(001) VALUE "N".
           88  W-OBT001-DISPONIVEL-SIM            VALUE "S".
      *------------------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *------------------------------------------------------------------------
       01  CAMINHO-ARQ-BLQ001        PIC  X(100) VALUE SPACES.
       01  CAMINHO-ARQ-TIT001        PIC  X(100) VALUE SPACES.
       01  CAMINHO-ARQ-AGE001        PIC  X(100) VALUE SPACES.
       01  CAMINHO-ARQ-CLI001        PIC  X(100) VALUE SPACES.
       01  CAMINHO-ARQ-OBT001        PIC  X(100) VALUE SPACES.
      *
      * sinaliza que a conta corrente possui bloqueio ativo em BLQ001
      *
                   CLOSE AGE001
                   MOVE "N" TO W-AGE001-DISPONIVEL
               END-IF
               IF W-CLI001-DISPONIVEL-SIM
                   CLOSE CLI001
                   MOVE "N" TO W-CLI001-DISPONIVEL
               END-IF
               IF W-OBT001-DISPONIVEL-SIM
                   CLOSE OBT001
                   MOVE "N" TO W-OBT001-DISPONIVEL
               END-IF
               MOVE "N" TO W-ARQ-CONTAS-ABERTO
           END-IF
      *
                       CLOSE ARQ-PARM
                       PERFORM 000000-SAIR-PGM
               END-READ
      *
               READ ARQ-PARM INTO CAMINHO-ARQ-CLI001
                   AT END
                       MOVE 34 TO S0001-CD-RTN
                       STRING "CTCS0001 - Carta de controle "
                              "CTCS0001.PRM incompleta - caminho de "
                              "CLI001 ausente." DELIMITED BY SIZE
                              INTO S0001-TX-MSG-RTN
                       CLOSE ARQ-PARM
                       PERFORM 000000-SAIR-PGM
               END-READ
      *
               READ ARQ-PARM INTO CAMINHO-ARQ-OBT001
                   AT END
                       MOVE 37 TO S0001-CD-RTN
                       STRING "CTCS0001 - Carta de controle "
                              "CTCS0001.PRM incompleta - caminho de "
                              "OBT001 ausente." DELIMITED BY SIZE
                              INTO S0001-TX-MSG-RTN
                       CLOSE ARQ-PARM
                       PERFORM 000000-SAIR-PGM
               END-READ
      *
               CLOSE ARQ-PARM
      *
               IF STATUS-ARQ-AGE001 EQUAL "00"
                   SET W-AGE001-DISPONIVEL-SIM TO TRUE
               END-IF
      *
      * CLI001 eh apenas consultado - a inclusao e a alteracao de
      * clientes sao feitas pelo CTCS0033
      *
               OPEN INPUT CLI001
      *
               IF STATUS-ARQ-CLI001 EQUAL "00"
                   SET W-CLI001-DISPONIVEL-SIM TO TRUE
               END-IF
      *
      * OBT001 eh apenas consultado - se ainda nao existir (nenhum
      * obito registrado pelo CTCS0030), nao ha CPF a recusar
      *
               OPEN INPUT OBT001
      *
               IF STATUS-ARQ-OBT001 EQUAL "00"
                   SET W-OBT001-DISPONIVEL-SIM TO TRUE
               END-IF
      *
               SET W-ARQ-CONTAS-ABERTO-SIM TO TRUE
           END-IF
           MOVE S0001-CPF TO CPF-ENTD
           PERFORM 0X3300-VALIDAR-CPF
           PERFORM 0X3500-VALIDAR-CPF-DUPLICADO
           PERFORM 0X3600-VALIDAR-CLIENTE-CADASTRADO
           PERFORM 0X3700-VALIDAR-CPF-FALECIDO
           DISPLAY 'TODOS OS DADOS VALIDADOS ATE AGORA'
           PERFORM 0X3400-VALIDAR-DATA
      * ATENCAO: validacao da data
       0X3500-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       0X3600-VALIDAR-CLIENTE-CADASTRADO SECTION.
      *------------------------------------------------------------------------
      * confere se o CPF informado tem cadastro de cliente em CLI001
      * - a conta soh eh aberta (ou o co-titular incluido) para quem
      * ja informou nascimento, endereco, telefone, ocupacao e renda
      * no CTCS0033; o cliente trazido pela carga inicial do CTCS0035,
      * ainda sem esses dados (ultima atualizacao em zeros), precisa
      * antes completar o cadastro pela alteracao do CTCS0033
      *
           IF NOT W-CLI001-DISPONIVEL-SIM
               MOVE 35 TO S0001-CD-RTN
               STRING "CTCS0001 - CPF sem cadastro de cliente "
                      "em CLI001 - incluir pelo CTCS0033."
                      DELIMITED BY SIZE INTO S0001-TX-MSG-RTN
               PERFORM 000000-SAIR-PGM
           END-IF
      *
           MOVE S0001-CPF TO CLI001-CPF
      *
           READ CLI001
               KEY IS CLI001-CPF
               INVALID KEY
                   MOVE 35 TO S0001-CD-RTN
                   STRING "CTCS0001 - CPF sem cadastro de cliente "
                          "em CLI001 - incluir pelo CTCS0033."
                          DELIMITED BY SIZE INTO S0001-TX-MSG-RTN
                   PERFORM 000000-SAIR-PGM
               NOT INVALID KEY
                   IF CLI001-DT-ULT-ATUALIZACAO EQUAL ZEROS
                       MOVE 38 TO S0001-CD-RTN
                       STRING "CTCS0001 - Cadastro de cliente "
                              "incompleto em CLI001 - completar pelo "
                              "CTCS0033." DELIMITED BY SIZE
                              INTO S0001-TX-MSG-RTN
                       PERFORM 000000-SAIR-PGM
                   END-IF
           END-READ
           .
      *
       0X3600-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       0X3700-VALIDAR-CPF-FALECIDO SECTION.
      *------------------------------------------------------------------------
      * recusa o CPF com obito registrado em OBT001 - as contas do
      * falecido seguem em espolio pelo CTCS0030 e o CPF nao pode
      * abrir conta nova nem entrar como co-titular
      *
           IF W-OBT001-DISPONIVEL-SIM
               MOVE S0001-CPF TO OBT001-CPF
      *
               READ OBT001
                   KEY IS OBT001-CPF
                   NOT INVALID KEY
                       MOVE 36 TO S0001-CD-RTN
                       STRING "CTCS0001 - CPF com obito registrado "
                              "em OBT001 - operacao nao permitida."
                              DELIMITED BY SIZE INTO S0001-TX-MSG-RTN
                       PERFORM 000000-SAIR-PGM
               END-READ
           END-IF
           .
      *
       0X3700-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       032000-INCLUIR-CONTA SECTION.
      *------------------------------------------------------------------------
           PERFORM 0X3200-TRATAR-NOME
           MOVE S0001-CPF TO CPF-ENTD
           PERFORM 0X3300-VALIDAR-CPF
           PERFORM 0X3600-VALIDAR-CLIENTE-CADASTRADO
           PERFORM 0X3700-VALIDAR-CPF-FALECIDO
      *
      * a conta precisa existir e estar ativa no cadastro
      *
                   CLOSE AGE001
                   MOVE "N" TO W-AGE001-DISPONIVEL
               END-IF
               IF W-CLI001-DISPONIVEL-SIM
                   CLOSE CLI001
                   MOVE "N" TO W-CLI001-DISPONIVEL
               END-IF
               IF W-OBT001-DISPONIVEL-SIM
                   CLOSE OBT001
                   MOVE "N" TO W-OBT001-DISPONIVEL
               END-IF
               MOVE "N" TO W-ARQ-CONTAS-ABERTO
           END-IF
      *
