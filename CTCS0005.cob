      * OBJETIVO...: Consultar, por CPF, todas as contas cadastradas em
      * ARQ-CONTAS que pertencam a esse CPF - util tanto para reforcar
      * a politica de unicidade de CPF quanto para atendimento ao
      * cliente; quando o CPF tem cadastro de cliente em CLI001
      * (CTCS0033), os dados cadastrais sao exibidos antes das contas
      * DATA DE CRIACAO: 19/06/2026
      *------------------------------------------------------------------------
       ENVIRONMENT DIVISION.
           RECORD KEY IS TIT001-ID-TIT
           FILE STATUS IS STATUS-ARQ-TIT001
           .
      *
      * cadastro de clientes por CPF, mantido pelo CTCS0033
      *
       SELECT CLI001
           ASSIGN TO CAMINHO-ARQ-CLI001
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI001-CPF
           FILE STATUS IS STATUS-ARQ-CLI001
           .
      *
       SELECT ARQ-PARM
           ASSIGN TO 'CTCS0005.PRM'
           03  TIT001-TP-TIT                  PIC  X(001).
               88  TIT001-PRIMEIRO-TITULAR           VALUE "1".
               88  TIT001-SEGUNDO-TITULAR            VALUE "2".
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
       FD  ARQ-PARM.
      *
       01  STATUS-ARQ-CONTAS         PIC  X(002) VALUE SPACES.
       01  STATUS-ARQ-PARM           PIC  X(002) VALUE SPACES.
       01  STATUS-ARQ-TIT001         PIC  X(002) VALUE SPACES.
       01  STATUS-ARQ-CLI001         PIC  X(002) VALUE SPACES.
      *
       01  CAMINHO-ARQ-CONTAS        PIC  X(100) VALUE SPACES.
       01  CAMINHO-ARQ-TIT001        PIC  X(100) VALUE SPACES.
       01  CAMINHO-ARQ-CLI001        PIC  X(100) VALUE SPACES.
      *
       01  W-QT-CONTAS-ACHADAS       PIC  9(004) VALUE ZEROS.
      *
      *
       01  W-TIT001-DISPONIVEL       PIC  X(001) VALUE "N".
           88  W-TIT001-DISPONIVEL-SIM      VALUE "S".
      *
      * CLI001 soh existe depois do primeiro cliente incluido pelo
      * CTCS0033 - sem ele, a consulta mostra apenas as contas
      *
       01  W-CLI001-DISPONIVEL       PIC  X(001) VALUE "N".
           88  W-CLI001-DISPONIVEL-SIM      VALUE "S".
      *
      * renda mensal formatada para exibicao
      *
       01  W-VL-RENDA-EDT            PIC  ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  W-FIM-ARQ-TIT001          PIC  X(001) VALUE "N".
           88  W-FIM-DE-ARQ-TIT001          VALUE "S".
      *------------------------------------------------------------------------
      *
           PERFORM 010000-TRATAR-BASE-DADOS
           PERFORM 015000-CONSULTAR-CLIENTE
           PERFORM 020000-CONSULTAR-CONTAS-POR-CPF
           PERFORM 030000-CONSULTAR-CO-TITULARIDADES
      *
           IF W-TIT001-DISPONIVEL-SIM
               CLOSE TIT001
           END-IF
      *
           IF W-CLI001-DISPONIVEL-SIM
               CLOSE CLI001
           END-IF
      *
           GOBACK
           .
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR-PGM
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-CLI001
               AT END
                   MOVE 06 TO CTCS0005-CD-RTN
                   STRING "CTCS0005 - Carta de controle CTCS0005.PRM "
                          "incompleta - caminho de CLI001 ausente."
                          DELIMITED BY SIZE INTO CTCS0005-TX-MSG-RTN
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR-PGM
           END-READ
      *
           CLOSE ARQ-PARM
      *
           IF STATUS-ARQ-TIT001 EQUAL "00"
               SET W-TIT001-DISPONIVEL-SIM TO TRUE
           END-IF
      *
           OPEN INPUT CLI001
      *
           IF STATUS-ARQ-CLI001 EQUAL "00"
               SET W-CLI001-DISPONIVEL-SIM TO TRUE
           END-IF
           .
      *
       010000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       015000-CONSULTAR-CLIENTE SECTION.
      *------------------------------------------------------------------------
      * exibe os dados cadastrais do cliente mantidos pelo CTCS0033,
      * inclusive a data da ultima atualizacao cobrada pelo
      * recadastramento periodico (CTCS0034)
      *
           IF W-CLI001-DISPONIVEL-SIM
               MOVE CTCS0005-CPF TO CLI001-CPF
      *
               READ CLI001
                   KEY IS CLI001-CPF
                   INVALID KEY
                       DISPLAY "CLIENTE NAO CADASTRADO EM CLI001"
                   NOT INVALID KEY
                       MOVE CLI001-VL-RENDA-MENSAL TO W-VL-RENDA-EDT
                       DISPLAY "CLIENTE: " CLI001-NM
                           " - NASCIMENTO: " CLI001-DT-NSC(1:2) "/"
                           CLI001-DT-NSC(3:2) "/" CLI001-DT-NSC(5:4)
                       DISPLAY "ENDERECO: " CLI001-LOGRADOURO ", "
                           CLI001-NR-ENDERECO " " CLI001-COMPLEMENTO
                       DISPLAY "BAIRRO: " CLI001-BAIRRO " - CIDADE: "
                           CLI001-CIDADE "/" CLI001-UF " - CEP: "
                           CLI001-CEP
                       DISPLAY "TELEFONE: (" CLI001-DDD ") "
                           CLI001-NR-TELEFONE " - OCUPACAO: "
                           CLI001-OCUPACAO
                       DISPLAY "RENDA MENSAL: " W-VL-RENDA-EDT
                           " - ULTIMA ATUALIZACAO: "
                           CLI001-DT-ULT-ATUALIZACAO(7:2) "/"
                           CLI001-DT-ULT-ATUALIZACAO(5:2) "/"
                           CLI001-DT-ULT-ATUALIZACAO(1:4)
               END-READ
           END-IF
           .
      *
       015000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       020000-CONSULTAR-CONTAS-POR-CPF SECTION.
      *------------------------------------------------------------------------
