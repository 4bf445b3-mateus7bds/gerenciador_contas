      *------------------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------------------------------------------------
       PROGRAM-ID. CTCS0033.
      *------------------------------------------------------------------------
      * PROGRAMADOR: Mateus Barbosa da Silva
      * SIGLA......: CTC - Controle de Contas
      * OBJETIVO...: Manutencao do cadastro de clientes por CPF
      * (CLI001) - inclui e altera os dados cadastrais do cliente
      * (nome, nascimento, endereco, telefone, ocupacao e renda
      * mensal), registrando a data da ultima atualizacao. A abertura
      * de conta e a inclusao de co-titular do CTCS0001 exigem o
      * cliente cadastrado aqui; o CTCS0034 lista mensalmente os
      * cadastros vencidos e, passada a carencia, marca as contas do
      * cliente em RCD001 para que o CTCS0002 recuse o saque. A
      * alteracao (recadastramento) libera as marcas do CPF na hora
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
      * cadastro de clientes - um registro por CPF
      *
       SELECT CLI001
           ASSIGN TO CAMINHO-ARQ-CLI001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CLI001-CPF
           FILE STATUS  IS W-FILE-STATUS-CLI001
           .
      *
      * restricoes por recadastramento vencido, gravadas pelo CTCS0034
      * - um registro por CPF e conta marcada; a chave alternativa
      * por agencia/conta eh a usada pelo CTCS0002 no saque
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
           ASSIGN TO 'CTCS0033.PRM'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FILE-STATUS-ARQ-PARM
           .
      *
      *------------------------------------------------------------------------
       DATA DIVISION.
      *------------------------------------------------------------------------
       FILE SECTION.
      *------------------------------------------------------------------------
       FD CLI001.
      *------------------------------------------------------------------------
      * data de nascimento no mesmo formato de ARQ-CONTAS (DDMMAAAA);
      * datas de inclusao e de ultima atualizacao em AAAAMMDD
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
       FD RCD001.
      *------------------------------------------------------------------------
      * chave alternativa agencia/conta - copia de AG/CT gravada junto
      * com a marca, pois a chave primaria comeca pelo CPF
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
       WORKING-STORAGE SECTION.
      *------------------------------------------------------------------------
      *
       77  W-FILE-STATUS-CLI001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-RCD001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-ARQ-PARM              PIC  X(002) VALUE ZEROS.
      *
       77  CAMINHO-ARQ-CLI001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-RCD001                  PIC  X(100) VALUE SPACES.
      *
      * quantidade de contas liberadas pelo recadastramento
      *
       77  W-QT-CT-LIBERADA                    PIC  9(003) VALUE ZEROS.
      *
      * apoio do calculo dos digitos verificadores do CPF - modulo 11
      * com pesos de 10 a 2 (primeiro digito) e de 11 a 2 (segundo
      * digito, incluindo o primeiro); resto menor que 2 da digito 0
      *
       01  W-CPF-ENTD                          PIC  9(011) VALUE ZEROS.
       01  FILLER REDEFINES W-CPF-ENTD.
           03  W-BASE-CPF-ENTD                 PIC  9(009).
           03  W-DV1-CPF-ENTD                  PIC  9(001).
           03  W-DV2-CPF-ENTD                  PIC  9(001).
      *
       77  W-SOMA-PESOS                        PIC  9(005) VALUE ZEROS.
       77  W-PESO-DGTO                         PIC  9(002) VALUE ZEROS.
       77  W-DGTO-ATUAL                        PIC  9(001) VALUE ZEROS.
       77  W-PESO-CLCD                         PIC  9(004) VALUE ZEROS.
       77  W-QUOCIENTE                         PIC  9(005) VALUE ZEROS.
       77  W-RESTO-DV                          PIC  9(002) VALUE ZEROS.
       77  W-DV1-CLCD                          PIC  9(001) VALUE ZEROS.
       77  W-DV2-CLCD                          PIC  9(001) VALUE ZEROS.
      *
       01  W-IC-ITRA                           PIC  9(003) VALUE ZEROS
                                                COMP-5.
      *
      * data de nascimento informada (DDMMAAAA), com visao numerica
      * para a validacao
      *
       01  W-DT-NSC.
           03  W-DD-NSC                        PIC  9(002).
           03  W-MM-NSC                        PIC  9(002).
           03  W-AA-NSC                        PIC  9(004).
      *
       01  W-FIM-ARQ-RCD001                    PIC  X(001) VALUE "N".
           88  W-FIM-DE-ARQ-RCD001                    VALUE "S".
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
           03  CTCS0033-VRV-ENTD.
               05  CTCS0033-OPERACAO           PIC 9(002) VALUE 1.
      * 1 = incluir cliente / 2 = alterar cliente (recadastramento)
      * - na alteracao todos os campos abaixo sao regravados
               05  CTCS0033-CPF                PIC 9(011) VALUE
                   12345678909.
               05  CTCS0033-NM                 PIC X(040) VALUE
                   "MATEUS BARBOSA DA SILVA".
      * data de nascimento (DDMMAAAA), como no CTCS0001
               05  CTCS0033-DT-NSC             PIC X(008) VALUE
                   "11032002".
               05  CTCS0033-LOGRADOURO         PIC X(060) VALUE
                   "RUA DAS FLORES".
               05  CTCS0033-NR-ENDERECO        PIC X(010) VALUE "100".
               05  CTCS0033-COMPLEMENTO        PIC X(030) VALUE SPACES.
               05  CTCS0033-BAIRRO             PIC X(030) VALUE
                   "CENTRO".
               05  CTCS0033-CIDADE             PIC X(040) VALUE
                   "SAO PAULO".
               05  CTCS0033-UF                 PIC X(002) VALUE "SP".
               05  CTCS0033-CEP                PIC 9(008) VALUE
                   01001000.
               05  CTCS0033-DDD                PIC 9(002) VALUE 11.
               05  CTCS0033-NR-TELEFONE        PIC 9(009) VALUE
                   912345678.
               05  CTCS0033-OCUPACAO           PIC X(040) VALUE
                   "ANALISTA DE SISTEMAS".
      * renda mensal declarada - zeros eh aceito (cliente sem renda)
               05  CTCS0033-VL-RENDA-MENSAL    PIC 9(013)V99 VALUE
                   ZEROS.
               05  CTCS0033-MATR-OPER          PIC 9(006) VALUE ZEROS.
           03  CTCS0033-VRV-RTN.
               05  CTCS0033-CD-RTN             PIC  9(004) VALUE ZEROS.
               05  CTCS0033-TX-MSG-RTN         PIC  X(080) VALUE SPACES.
      * resultado da operacao 2 - contas cujo saque foi liberado pelo
      * recadastramento
               05  CTCS0033-QT-CT-LIBERADA     PIC  9(003) VALUE ZEROS.
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
           EVALUATE CTCS0033-OPERACAO
               WHEN 1
                   PERFORM 030000-INCLUIR-CLIENTE
               WHEN 2
                   PERFORM 040000-ALTERAR-CLIENTE
               WHEN OTHER
                   MOVE 3399 TO CTCS0033-CD-RTN
                   MOVE "CTCS0033 - Operacao invalida." TO
                       CTCS0033-TX-MSG-RTN
                   PERFORM 000000-SAIR
           END-EVALUATE
           .
      *
       000000-SAIR.
           DISPLAY 'CTCS0033-CD-RTN....: ' CTCS0033-CD-RTN
           DISPLAY 'CTCS0033-TX-MSG-RTN: ' CTCS0033-TX-MSG-RTN
      *
           IF W-ARQUIVOS-ABERTOS-SIM
               CLOSE CLI001 RCD001
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
               MOVE 3310 TO CTCS0033-CD-RTN
               STRING "CTCS0033 - Erro ao abrir a carta de "
                      "controle CTCS0033.PRM." " - FILE-STATUS="
                      W-FILE-STATUS-ARQ-PARM "." DELIMITED BY SIZE
                      INTO CTCS0033-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-CLI001
               AT END
                   MOVE 3311 TO CTCS0033-CD-RTN
                   STRING "CTCS0033 - Carta de controle "
                          "CTCS0033.PRM incompleta - caminho de "
                          "CLI001 ausente." DELIMITED BY SIZE
                          INTO CTCS0033-TX-MSG-RTN
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-RCD001
               AT END
                   MOVE 3312 TO CTCS0033-CD-RTN
                   STRING "CTCS0033 - Carta de controle "
                          "CTCS0033.PRM incompleta - caminho de "
                          "RCD001 ausente." DELIMITED BY SIZE
                          INTO CTCS0033-TX-MSG-RTN
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           CLOSE ARQ-PARM
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
           OPEN I-O RCD001
      *
           IF W-FILE-STATUS-RCD001 EQUAL "35"
               CLOSE RCD001
               OPEN OUTPUT RCD001
               CLOSE RCD001
               OPEN I-O RCD001
           END-IF
      *
           SET W-ARQUIVOS-ABERTOS-SIM TO TRUE
           .
      *
       020000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       030000-INCLUIR-CLIENTE SECTION.
      *------------------------------------------------------------------------
      *
           PERFORM 050000-VALIDAR-DADOS-CLIENTE
      *
           MOVE CTCS0033-CPF TO CLI001-CPF
      *
           READ CLI001
               KEY IS CLI001-CPF
               NOT INVALID KEY
                   MOVE 3313 TO CTCS0033-CD-RTN
                   STRING "CTCS0033 - Cliente ja cadastrado para o "
                          "CPF - usar a alteracao (operacao 2)."
                          DELIMITED BY SIZE INTO CTCS0033-TX-MSG-RTN
                   PERFORM 000000-SAIR
           END-READ
      *
           INITIALIZE CLI001-REGISTRO
           MOVE CTCS0033-CPF TO CLI001-CPF
           PERFORM 051000-MOVER-DADOS-CLIENTE
           MOVE W-TS-CRR(1:8) TO CLI001-DT-INCLUSAO
      *
           WRITE CLI001-REGISTRO
               INVALID KEY
                   MOVE 3320 TO CTCS0033-CD-RTN
                   STRING "CTCS0033 - Erro ao gravar o cliente."
                          " - FILE-STATUS=" W-FILE-STATUS-CLI001
                          DELIMITED BY SIZE INTO CTCS0033-TX-MSG-RTN
                   PERFORM 000000-SAIR
               NOT INVALID KEY
                   MOVE ZEROS TO CTCS0033-CD-RTN
                   STRING "CTCS0033 - Cliente " CLI001-CPF
                          " incluido com sucesso." DELIMITED BY SIZE
                          INTO CTCS0033-TX-MSG-RTN
                   PERFORM 000000-SAIR
           END-WRITE
           .
      *
       030000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       040000-ALTERAR-CLIENTE SECTION.
      *------------------------------------------------------------------------
      * regrava os dados do cliente e renova a data da ultima
      * atualizacao - eh o recadastramento cobrado pelo CTCS0034, e
      * por isso libera na hora as contas do CPF marcadas em RCD001
      *
           PERFORM 050000-VALIDAR-DADOS-CLIENTE
      *
           MOVE CTCS0033-CPF TO CLI001-CPF
      *
           READ CLI001
               KEY IS CLI001-CPF
               INVALID KEY
                   MOVE 3314 TO CTCS0033-CD-RTN
                   STRING "CTCS0033 - Cliente nao cadastrado para o "
                          "CPF - usar a inclusao (operacao 1)."
                          DELIMITED BY SIZE INTO CTCS0033-TX-MSG-RTN
                   PERFORM 000000-SAIR
           END-READ
      *
           PERFORM 051000-MOVER-DADOS-CLIENTE
      *
           REWRITE CLI001-REGISTRO
               INVALID KEY
                   MOVE 3321 TO CTCS0033-CD-RTN
                   STRING "CTCS0033 - Erro ao atualizar o cliente."
                          " - FILE-STATUS=" W-FILE-STATUS-CLI001
                          DELIMITED BY SIZE INTO CTCS0033-TX-MSG-RTN
                   PERFORM 000000-SAIR
           END-REWRITE
      *
           PERFORM 041000-LIBERAR-RESTRICOES
      *
           MOVE W-QT-CT-LIBERADA TO CTCS0033-QT-CT-LIBERADA
      *
           MOVE ZEROS TO CTCS0033-CD-RTN
           STRING "CTCS0033 - Cliente " CLI001-CPF " atualizado "
                  "com sucesso - contas liberadas: " W-QT-CT-LIBERADA
                  "." DELIMITED BY SIZE INTO CTCS0033-TX-MSG-RTN
           PERFORM 000000-SAIR
           .
      *
       040000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       041000-LIBERAR-RESTRICOES SECTION.
      *------------------------------------------------------------------------
      * percorre, pela chave primaria iniciada pelo CPF, as marcas do
      * cliente em RCD001 e libera as que estao ativas - a marca nao
      * eh excluida, para guardar quando o saque esteve suspenso
      *
           MOVE ZEROS        TO W-QT-CT-LIBERADA
           MOVE CTCS0033-CPF TO RCD001-CPF
           MOVE ZEROS        TO RCD001-AG
                                RCD001-CT
      *
           START RCD001
               KEY IS GREATER THAN OR EQUAL RCD001-ID-RCD
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
                       IF RCD001-CPF NOT EQUAL CTCS0033-CPF
                           SET W-FIM-DE-ARQ-RCD001 TO TRUE
                       ELSE
                           IF RCD001-ATIVA
                               PERFORM 041100-LIBERAR-UMA-CONTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
      *
       041000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       041100-LIBERAR-UMA-CONTA SECTION.
      *------------------------------------------------------------------------
      *
           SET RCD001-LIBERADA TO TRUE
           MOVE W-TS-CRR(1:8) TO RCD001-DT-LIBERACAO
      *
           REWRITE RCD001-REGISTRO
               INVALID KEY
                   MOVE 3322 TO CTCS0033-CD-RTN
                   STRING "CTCS0033 - Erro ao liberar a conta "
                          RCD001-AG "/" RCD001-CT " em RCD001."
                          " - FILE-STATUS=" W-FILE-STATUS-RCD001
                          DELIMITED BY SIZE INTO CTCS0033-TX-MSG-RTN
                   PERFORM 000000-SAIR
               NOT INVALID KEY
                   ADD 1 TO W-QT-CT-LIBERADA
                   DISPLAY "CTCS0033 - Saque liberado na conta "
                       RCD001-AG "/" RCD001-CT "."
           END-REWRITE
           .
      *
       041100-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       050000-VALIDAR-DADOS-CLIENTE SECTION.
      *------------------------------------------------------------------------
      * dados minimos exigidos para conhecer o cliente - nome,
      * nascimento, endereco completo, telefone e ocupacao; a renda
      * pode ser zero (cliente sem renda)
      *
           IF CTCS0033-CPF EQUAL ZEROS
               MOVE 3301 TO CTCS0033-CD-RTN
               MOVE "CTCS0033 - CPF do cliente nao informado." TO
                   CTCS0033-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      *
           PERFORM 052000-VALIDAR-CPF
      *
           IF CTCS0033-NM EQUAL SPACES
               MOVE 3303 TO CTCS0033-CD-RTN
               MOVE "CTCS0033 - Nome do cliente nao informado." TO
                   CTCS0033-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      *
           IF CTCS0033-DT-NSC NOT NUMERIC
               MOVE 3304 TO CTCS0033-CD-RTN
               MOVE "CTCS0033 - Data de nascimento invalida." TO
                   CTCS0033-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      *
           MOVE CTCS0033-DT-NSC TO W-DT-NSC
      *
           IF W-AA-NSC EQUAL ZEROS
              OR W-MM-NSC < 1 OR W-MM-NSC > 12
              OR W-DD-NSC < 1 OR W-DD-NSC > 31
              OR W-AA-NSC >= W-AA-CRR
               MOVE 3304 TO CTCS0033-CD-RTN
               MOVE "CTCS0033 - Data de nascimento invalida." TO
                   CTCS0033-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      *
           IF CTCS0033-LOGRADOURO EQUAL SPACES
              OR CTCS0033-CIDADE EQUAL SPACES
              OR CTCS0033-UF EQUAL SPACES
              OR CTCS0033-CEP EQUAL ZEROS
               MOVE 3305 TO CTCS0033-CD-RTN
               STRING "CTCS0033 - Endereco incompleto (logradouro, "
                      "cidade, UF e CEP sao obrigatorios)."
                      DELIMITED BY SIZE INTO CTCS0033-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      *
           IF CTCS0033-DDD EQUAL ZEROS
              OR CTCS0033-NR-TELEFONE EQUAL ZEROS
               MOVE 3306 TO CTCS0033-CD-RTN
               MOVE "CTCS0033 - Telefone do cliente nao informado." TO
                   CTCS0033-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      *
           IF CTCS0033-OCUPACAO EQUAL SPACES
               MOVE 3307 TO CTCS0033-CD-RTN
               MOVE "CTCS0033 - Ocupacao do cliente nao informada." TO
                   CTCS0033-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
           .
      *
       050000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       051000-MOVER-DADOS-CLIENTE SECTION.
      *------------------------------------------------------------------------
      * copia os dados informados para o registro e renova a data da
      * ultima atualizacao - comum a inclusao e a alteracao
      *
           MOVE CTCS0033-NM              TO CLI001-NM
           MOVE CTCS0033-DT-NSC          TO CLI001-DT-NSC
           MOVE CTCS0033-LOGRADOURO      TO CLI001-LOGRADOURO
           MOVE CTCS0033-NR-ENDERECO     TO CLI001-NR-ENDERECO
           MOVE CTCS0033-COMPLEMENTO     TO CLI001-COMPLEMENTO
           MOVE CTCS0033-BAIRRO          TO CLI001-BAIRRO
           MOVE CTCS0033-CIDADE          TO CLI001-CIDADE
           MOVE CTCS0033-UF              TO CLI001-UF
           MOVE CTCS0033-CEP             TO CLI001-CEP
           MOVE CTCS0033-DDD             TO CLI001-DDD
           MOVE CTCS0033-NR-TELEFONE     TO CLI001-NR-TELEFONE
           MOVE CTCS0033-OCUPACAO        TO CLI001-OCUPACAO
           MOVE CTCS0033-VL-RENDA-MENSAL TO CLI001-VL-RENDA-MENSAL
           MOVE CTCS0033-MATR-OPER       TO CLI001-MATR-OPER
           MOVE W-TS-CRR(1:8)            TO CLI001-DT-ULT-ATUALIZACAO
           .
      *
       051000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       052000-VALIDAR-CPF SECTION.
      *------------------------------------------------------------------------
      * confere os dois digitos verificadores do CPF informado
      *
           MOVE CTCS0033-CPF TO W-CPF-ENTD
      *
      * 1 - primeiro digito: pesos 10 a 2 sobre os 9 digitos da base
      *
           MOVE ZEROS TO W-SOMA-PESOS
           MOVE 10    TO W-PESO-DGTO
      *
           PERFORM VARYING W-IC-ITRA FROM 1 BY 1 UNTIL W-IC-ITRA > 9
               MOVE W-BASE-CPF-ENTD(W-IC-ITRA:1) TO W-DGTO-ATUAL
               MULTIPLY W-DGTO-ATUAL BY W-PESO-DGTO GIVING W-PESO-CLCD
               ADD W-PESO-CLCD TO W-SOMA-PESOS
               SUBTRACT 1 FROM W-PESO-DGTO
           END-PERFORM
      *
           DIVIDE W-SOMA-PESOS BY 11 GIVING W-QUOCIENTE
               REMAINDER W-RESTO-DV
      *
           IF W-RESTO-DV < 2
               MOVE ZERO TO W-DV1-CLCD
           ELSE
               SUBTRACT W-RESTO-DV FROM 11 GIVING W-DV1-CLCD
           END-IF
      *
      * 2 - segundo digito: pesos 11 a 2 sobre a base e o primeiro
      *
           MOVE ZEROS TO W-SOMA-PESOS
           MOVE 11    TO W-PESO-DGTO
      *
           PERFORM VARYING W-IC-ITRA FROM 1 BY 1 UNTIL W-IC-ITRA > 9
               MOVE W-BASE-CPF-ENTD(W-IC-ITRA:1) TO W-DGTO-ATUAL
               MULTIPLY W-DGTO-ATUAL BY W-PESO-DGTO GIVING W-PESO-CLCD
               ADD W-PESO-CLCD TO W-SOMA-PESOS
               SUBTRACT 1 FROM W-PESO-DGTO
           END-PERFORM
      *
           MULTIPLY W-DV1-CLCD BY W-PESO-DGTO GIVING W-PESO-CLCD
           ADD W-PESO-CLCD TO W-SOMA-PESOS
      *
           DIVIDE W-SOMA-PESOS BY 11 GIVING W-QUOCIENTE
               REMAINDER W-RESTO-DV
      *
           IF W-RESTO-DV < 2
               MOVE ZERO TO W-DV2-CLCD
           ELSE
               SUBTRACT W-RESTO-DV FROM 11 GIVING W-DV2-CLCD
           END-IF
      *
           IF W-DV1-CLCD NOT EQUAL W-DV1-CPF-ENTD
              OR W-DV2-CLCD NOT EQUAL W-DV2-CPF-ENTD
               MOVE 3302 TO CTCS0033-CD-RTN
               MOVE "CTCS0033 - CPF invalido." TO CTCS0033-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
           .
      *
       052000-SAIR.
           EXIT SECTION
           .
