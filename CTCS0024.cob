      *------------------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------------------------------------------------
       PROGRAM-ID. CTCS0024.
      *------------------------------------------------------------------------
      * PROGRAMADOR: Mateus Barbosa da Silva
      * SIGLA......: CTC - Controle de Contas
      * OBJETIVO...: Manutencao do talonario de cheques (CHQ001) -
      * emite talao para a conta, com uma faixa de numeros de cheque
      * gravada folha a folha como emitida, e mantem a sustacao de
      * cheques (inclui e cancela), nos moldes dos bloqueios do
      * CTCS0014; o cheque sustado apresentado na compensacao eh
      * devolvido pelo motivo 21 pelo CTCS0025
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
      * folhas de cheque emitidas - um registro por cheque, com chave
      * agencia/conta/numero do cheque, o que permite ler direto o
      * cheque apresentado e percorrer os cheques de uma conta
      *
       SELECT CHQ001
           ASSIGN TO CAMINHO-ARQ-CHQ001
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHQ001-ID-CHQ
           FILE STATUS  IS W-FILE-STATUS-CHQ001
           .
      *
       SELECT ARQ-PARM
           ASSIGN TO 'CTCS0024.PRM'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS W-FILE-STATUS-ARQ-PARM
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
      * tetos diarios de movimentacao por conta - zeros significa
      * sem teto; mantidos pelo CTCS0001 junto com o limite de
      * cheque especial e conferidos pelo CTCS0002 contra o que a
      * conta ja movimentou na data
           03  CNT001-VL-LIM-SAQ-DIA          PIC  9(015)V99.
           03  CNT001-VL-LIM-TRF-DIA          PIC  9(015)V99.
      * data de abertura e data de encerramento da conta (AAAAMMDD),
      * espelhadas de ARQ-CONTAS pelo CTCS0001
           03  CNT001-DT-ABERTURA             PIC  X(008).
           03  CNT001-DT-ENCERRAMENTO         PIC  X(008).
      *
      *------------------------------------------------------------------------
       FD CHQ001.
      *------------------------------------------------------------------------
      *
       01  CHQ001-REGISTRO.
           03  CHQ001-ID-CHQ.
               05  CHQ001-AG                    PIC  9(004).
               05  CHQ001-CT                    PIC  9(008).
               05  CHQ001-NR-CHEQUE             PIC  9(006).
      * visao numerica da chave, gravada como lancamento de referencia
      * na trilha de auditoria do cheque pago
           03  CHQ001-ID-CHQ-NUM REDEFINES CHQ001-ID-CHQ
                                                PIC  9(018).
      * primeira folha do talao a que o cheque pertence e data de
      * emissao do talao
           03  CHQ001-NR-PRIM-FOLHA             PIC  9(006).
           03  CHQ001-DT-EMISSAO                PIC  X(008).
           03  CHQ001-ST-CHQ                    PIC  X(001).
               88  CHQ001-EMITIDO                      VALUE "E".
               88  CHQ001-PAGO                         VALUE "P".
               88  CHQ001-SUSTADO                      VALUE "S".
               88  CHQ001-DEVOLVIDO                    VALUE "D".
      * dados da apresentacao na compensacao (CTCS0025) - banco
      * apresentante, valor e momento do pagamento
           03  CHQ001-BCO-APRESENTANTE          PIC  9(003).
           03  CHQ001-VL-CHEQUE                 PIC  9(015)V99.
           03  CHQ001-TS-PAGAMENTO              PIC  X(016).
      * sustacao - data e motivo informado pelo correntista
           03  CHQ001-DT-SUSTACAO               PIC  X(008).
           03  CHQ001-MOTIVO-SUSTACAO           PIC  X(040).
      * ultima devolucao - motivo padrao da compensacao, data e
      * quantidade de vezes que o cheque ja foi devolvido
           03  CHQ001-CD-MOTIVO-DEV             PIC  X(002).
           03  CHQ001-DT-DEVOLUCAO              PIC  X(008).
           03  CHQ001-QT-DEVOLUCOES             PIC  9(002).
           03  CHQ001-MATR-OPER                 PIC  9(006).
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
       77  W-FILE-STATUS-CNT001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-CHQ001                PIC  X(002) VALUE ZEROS.
       77  W-FILE-STATUS-ARQ-PARM              PIC  X(002) VALUE ZEROS.
      *
       77  CAMINHO-ARQ-CNT001                  PIC  X(100) VALUE SPACES.
       77  CAMINHO-ARQ-CHQ001                  PIC  X(100) VALUE SPACES.
      *
      * quantidade maxima de folhas por talao
      *
       77  W-MAX-FOLHAS                        PIC  9(003) VALUE 050.
      *
      * faixa de numeros do talao em emissao
      *
       77  W-NR-PRIM-FOLHA                     PIC  9(006) VALUE ZEROS.
       77  W-NR-ULT-FOLHA                      PIC  9(007) VALUE ZEROS.
       77  W-NR-FOLHA                          PIC  9(006) VALUE ZEROS.
       77  W-NR-MAIOR-FOLHA                    PIC  9(006) VALUE ZEROS.
      *
       01  W-FIM-ARQ                           PIC  X(001) VALUE "N".
           88  W-FIM-DE-ARQ                            VALUE "S".
      *
       01  W-FAIXA-OCUPADA                     PIC  X(001) VALUE "N".
           88  W-FAIXA-OCUPADA-SIM                    VALUE "S".
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
           03  CTCS0024-VRV-ENTD.
               05  CTCS0024-OPERACAO           PIC 9(002) VALUE 1.
      * 1 = emitir talao / 2 = sustar cheque / 3 = cancelar sustacao
               05  CTCS0024-AG                 PIC 9(004) VALUE 1234.
               05  CTCS0024-CT                 PIC 9(008) VALUE
                   12345678.
      * operacao 1: primeira folha do talao - zeros continua a
      * numeracao apos o ultimo cheque emitido para a conta
      * operacoes 2 e 3: numero do cheque a sustar/liberar
               05  CTCS0024-NR-CHEQUE          PIC 9(006) VALUE ZEROS.
      * quantidade de folhas do talao - usada apenas pela operacao 1
               05  CTCS0024-QT-FOLHAS          PIC 9(003) VALUE 20.
      * motivo da sustacao - usado apenas pela operacao 2
               05  CTCS0024-MOTIVO-SUSTACAO    PIC X(040) VALUE SPACES.
               05  CTCS0024-MATR-OPER          PIC 9(006) VALUE ZEROS.
           03  CTCS0024-VRV-RTN.
               05  CTCS0024-CD-RTN             PIC  9(004) VALUE ZEROS.
               05  CTCS0024-TX-MSG-RTN         PIC  X(080) VALUE SPACES.
      * faixa do talao emitido, devolvida pela operacao 1
               05  CTCS0024-NR-PRIM-FOLHA      PIC  9(006) VALUE ZEROS.
               05  CTCS0024-NR-ULT-FOLHA       PIC  9(006) VALUE ZEROS.
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
           EVALUATE CTCS0024-OPERACAO
               WHEN 1
                   PERFORM 030000-EMITIR-TALAO
               WHEN 2
                   PERFORM 040000-SUSTAR-CHEQUE
               WHEN 3
                   PERFORM 050000-CANCELAR-SUSTACAO
               WHEN OTHER
                   MOVE 2499 TO CTCS0024-CD-RTN
                   MOVE "CTCS0024 - Operacao invalida." TO
                       CTCS0024-TX-MSG-RTN
                   PERFORM 000000-SAIR
           END-EVALUATE
           .
      *
       000000-SAIR.
           DISPLAY 'CTCS0024-CD-RTN....: ' CTCS0024-CD-RTN
           DISPLAY 'CTCS0024-TX-MSG-RTN: ' CTCS0024-TX-MSG-RTN
      *
           IF W-ARQUIVOS-ABERTOS-SIM
               CLOSE CNT001 CHQ001
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
               MOVE 2410 TO CTCS0024-CD-RTN
               STRING "CTCS0024 - Erro ao abrir a carta de "
                      "controle CTCS0024.PRM." " - FILE-STATUS="
                      W-FILE-STATUS-ARQ-PARM "." DELIMITED BY SIZE
                      INTO CTCS0024-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-CNT001
               AT END
                   MOVE 2411 TO CTCS0024-CD-RTN
                   STRING "CTCS0024 - Carta de controle "
                          "CTCS0024.PRM incompleta - caminho de "
                          "CNT001 ausente." DELIMITED BY SIZE
                          INTO CTCS0024-TX-MSG-RTN
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           READ ARQ-PARM INTO CAMINHO-ARQ-CHQ001
               AT END
                   MOVE 2412 TO CTCS0024-CD-RTN
                   STRING "CTCS0024 - Carta de controle "
                          "CTCS0024.PRM incompleta - caminho de "
                          "CHQ001 ausente." DELIMITED BY SIZE
                          INTO CTCS0024-TX-MSG-RTN
                   CLOSE ARQ-PARM
                   PERFORM 000000-SAIR
           END-READ
      *
           CLOSE ARQ-PARM
      *
           OPEN INPUT CNT001
      *
           IF W-FILE-STATUS-CNT001 NOT EQUAL "00"
               MOVE 2413 TO CTCS0024-CD-RTN
               STRING "CTCS0024 - Erro ao abrir CNT001."
                      " - FILE-STATUS=" W-FILE-STATUS-CNT001
                      DELIMITED BY SIZE INTO CTCS0024-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      *
           OPEN I-O CHQ001
      *
           IF W-FILE-STATUS-CHQ001 EQUAL "35"
               CLOSE CHQ001
               OPEN OUTPUT CHQ001
               CLOSE CHQ001
               OPEN I-O CHQ001
           END-IF
      *
           SET W-ARQUIVOS-ABERTOS-SIM TO TRUE
           .
      *
       020000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       030000-EMITIR-TALAO SECTION.
      *------------------------------------------------------------------------
      * grava uma folha emitida para cada numero da faixa do talao -
      * o talao soh eh emitido para conta ativa e a faixa nao pode
      * repetir numero ja emitido para a mesma conta
      *
           IF CTCS0024-QT-FOLHAS EQUAL ZEROS
              OR CTCS0024-QT-FOLHAS > W-MAX-FOLHAS
               MOVE 2401 TO CTCS0024-CD-RTN
               STRING "CTCS0024 - Quantidade de folhas deve estar "
                      "entre 1 e " W-MAX-FOLHAS "." DELIMITED BY
                      SIZE INTO CTCS0024-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      *
           MOVE CTCS0024-AG TO CNT001-AG
           MOVE CTCS0024-CT TO CNT001-CT
      *
           READ CNT001
               KEY IS CNT001-ID-CT
               INVALID KEY
                   MOVE 2402 TO CTCS0024-CD-RTN
                   STRING "CTCS0024 - Conta nao encontrada."
                          " - FILE-STATUS=" W-FILE-STATUS-CNT001
                          DELIMITED BY SIZE INTO CTCS0024-TX-MSG-RTN
                   PERFORM 000000-SAIR
           END-READ
      *
           IF NOT CNT001-CT-ATIVA
               MOVE 2403 TO CTCS0024-CD-RTN
               STRING "CTCS0024 - Conta nao esta ativa - talao "
                      "nao pode ser emitido." DELIMITED BY SIZE
                      INTO CTCS0024-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      *
           IF CTCS0024-NR-CHEQUE EQUAL ZEROS
               PERFORM 031000-OBTER-PROX-FOLHA
           ELSE
               MOVE CTCS0024-NR-CHEQUE TO W-NR-PRIM-FOLHA
           END-IF
      *
           ADD W-NR-PRIM-FOLHA CTCS0024-QT-FOLHAS GIVING W-NR-ULT-FOLHA
           SUBTRACT 1 FROM W-NR-ULT-FOLHA
      *
           IF W-NR-ULT-FOLHA > 999999
               MOVE 2404 TO CTCS0024-CD-RTN
               STRING "CTCS0024 - Faixa do talao ultrapassa o "
                      "numero de cheque 999999." DELIMITED BY SIZE
                      INTO CTCS0024-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      *
           PERFORM 032000-CONFERIR-FAIXA-LIVRE
      *
           IF W-FAIXA-OCUPADA-SIM
               MOVE 2405 TO CTCS0024-CD-RTN
               STRING "CTCS0024 - Faixa do talao contem cheque ja "
                      "emitido para a conta." DELIMITED BY SIZE
                      INTO CTCS0024-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      *
           PERFORM VARYING W-NR-FOLHA FROM W-NR-PRIM-FOLHA BY 1
               UNTIL W-NR-FOLHA > W-NR-ULT-FOLHA
               PERFORM 033000-SALVAR-REG-CHQ
           END-PERFORM
      *
           MOVE W-NR-PRIM-FOLHA TO CTCS0024-NR-PRIM-FOLHA
           MOVE W-NR-ULT-FOLHA  TO CTCS0024-NR-ULT-FOLHA
      *
           MOVE ZEROS TO CTCS0024-CD-RTN
           STRING "CTCS0024 - Talao emitido - cheques "
                  CTCS0024-NR-PRIM-FOLHA " a " CTCS0024-NR-ULT-FOLHA
                  "." DELIMITED BY SIZE INTO CTCS0024-TX-MSG-RTN
           PERFORM 000000-SAIR
           .
      *
       030000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       031000-OBTER-PROX-FOLHA SECTION.
      *------------------------------------------------------------------------
      * Saida..: W-NR-PRIM-FOLHA
      *
      * percorre os cheques da conta, que ficam agrupados pela chave
      * agencia/conta/numero, e continua a numeracao apos o maior
      * numero ja emitido - a primeira folha da conta eh o cheque 1
      *
           MOVE ZEROS TO W-NR-MAIOR-FOLHA
      *
           MOVE CTCS0024-AG TO CHQ001-AG
           MOVE CTCS0024-CT TO CHQ001-CT
           MOVE ZEROS       TO CHQ001-NR-CHEQUE
      *
           START CHQ001
               KEY IS GREATER THAN OR EQUAL CHQ001-ID-CHQ
               INVALID KEY
                   SET W-FIM-DE-ARQ TO TRUE
               NOT INVALID KEY
                   MOVE "N" TO W-FIM-ARQ
           END-START
      *
           PERFORM UNTIL W-FIM-DE-ARQ
               READ CHQ001 NEXT
                   AT END
                       SET W-FIM-DE-ARQ TO TRUE
                   NOT AT END
                       IF CHQ001-AG NOT EQUAL CTCS0024-AG
                          OR CHQ001-CT NOT EQUAL CTCS0024-CT
                           SET W-FIM-DE-ARQ TO TRUE
                       ELSE
                           MOVE CHQ001-NR-CHEQUE TO W-NR-MAIOR-FOLHA
                       END-IF
               END-READ
           END-PERFORM
      *
           ADD 1 TO W-NR-MAIOR-FOLHA GIVING W-NR-PRIM-FOLHA
           .
      *
       031000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       032000-CONFERIR-FAIXA-LIVRE SECTION.
      *------------------------------------------------------------------------
      * Entrada: W-NR-PRIM-FOLHA / W-NR-ULT-FOLHA
      * Saida..: W-FAIXA-OCUPADA
      *
      * posiciona na primeira folha da faixa - se o proximo cheque da
      * mesma conta estiver dentro da faixa, ela ja foi emitida
      *
           MOVE "N" TO W-FAIXA-OCUPADA
      *
           MOVE CTCS0024-AG     TO CHQ001-AG
           MOVE CTCS0024-CT     TO CHQ001-CT
           MOVE W-NR-PRIM-FOLHA TO CHQ001-NR-CHEQUE
      *
           START CHQ001
               KEY IS GREATER THAN OR EQUAL CHQ001-ID-CHQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CHQ001 NEXT
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CHQ001-AG EQUAL CTCS0024-AG
                              AND CHQ001-CT EQUAL CTCS0024-CT
                              AND CHQ001-NR-CHEQUE NOT > W-NR-ULT-FOLHA
                               SET W-FAIXA-OCUPADA-SIM TO TRUE
                           END-IF
                   END-READ
           END-START
           .
      *
       032000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       033000-SALVAR-REG-CHQ SECTION.
      *------------------------------------------------------------------------
      * Entrada: W-NR-FOLHA
      *
           INITIALIZE CHQ001-REGISTRO
      *
           MOVE CTCS0024-AG        TO CHQ001-AG
           MOVE CTCS0024-CT        TO CHQ001-CT
           MOVE W-NR-FOLHA         TO CHQ001-NR-CHEQUE
           MOVE W-NR-PRIM-FOLHA    TO CHQ001-NR-PRIM-FOLHA
           MOVE W-TS-CRR(1:8)      TO CHQ001-DT-EMISSAO
           SET CHQ001-EMITIDO       TO TRUE
           MOVE ZEROS              TO CHQ001-TS-PAGAMENTO
                                      CHQ001-DT-SUSTACAO
                                      CHQ001-DT-DEVOLUCAO
           MOVE CTCS0024-MATR-OPER TO CHQ001-MATR-OPER
      *
           WRITE CHQ001-REGISTRO
               INVALID KEY
                   MOVE 2420 TO CTCS0024-CD-RTN
                   STRING "CTCS0024 - Erro ao gravar o cheque "
                          W-NR-FOLHA " do talao."
                          " - FILE-STATUS=" W-FILE-STATUS-CHQ001
                          DELIMITED BY SIZE INTO CTCS0024-TX-MSG-RTN
                   PERFORM 000000-SAIR
           END-WRITE
           .
      *
       033000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       040000-SUSTAR-CHEQUE SECTION.
      *------------------------------------------------------------------------
      * sustacao a pedido do correntista - vale para o cheque ainda
      * nao pago, inclusive o ja devolvido que pode ser reapresentado
      *
           IF CTCS0024-MOTIVO-SUSTACAO EQUAL SPACES
               MOVE 2406 TO CTCS0024-CD-RTN
               STRING "CTCS0024 - Motivo da sustacao deve ser "
                      "informado." DELIMITED BY SIZE
                      INTO CTCS0024-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      *
           PERFORM 041000-LER-CHEQUE
      *
           IF NOT CHQ001-EMITIDO
              AND NOT CHQ001-DEVOLVIDO
               MOVE 2408 TO CTCS0024-CD-RTN
               STRING "CTCS0024 - Cheque nao pode ser sustado - "
                      "situacao " CHQ001-ST-CHQ "." DELIMITED BY SIZE
                      INTO CTCS0024-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      *
           SET CHQ001-SUSTADO              TO TRUE
           MOVE W-TS-CRR(1:8)             TO CHQ001-DT-SUSTACAO
           MOVE CTCS0024-MOTIVO-SUSTACAO  TO CHQ001-MOTIVO-SUSTACAO
           MOVE CTCS0024-MATR-OPER        TO CHQ001-MATR-OPER
      *
           REWRITE CHQ001-REGISTRO
               INVALID KEY
                   MOVE 2421 TO CTCS0024-CD-RTN
                   STRING "CTCS0024 - Erro ao sustar o cheque."
                          " - FILE-STATUS=" W-FILE-STATUS-CHQ001
                          DELIMITED BY SIZE INTO CTCS0024-TX-MSG-RTN
                   PERFORM 000000-SAIR
               NOT INVALID KEY
                   MOVE ZEROS TO CTCS0024-CD-RTN
                   STRING "CTCS0024 - Cheque " CHQ001-NR-CHEQUE
                          " sustado com sucesso." DELIMITED BY SIZE
                          INTO CTCS0024-TX-MSG-RTN
                   PERFORM 000000-SAIR
           END-REWRITE
           .
      *
       040000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       041000-LER-CHEQUE SECTION.
      *------------------------------------------------------------------------
      *
           MOVE CTCS0024-AG        TO CHQ001-AG
           MOVE CTCS0024-CT        TO CHQ001-CT
           MOVE CTCS0024-NR-CHEQUE TO CHQ001-NR-CHEQUE
      *
           READ CHQ001
               KEY IS CHQ001-ID-CHQ
               INVALID KEY
                   MOVE 2407 TO CTCS0024-CD-RTN
                   STRING "CTCS0024 - Cheque nao emitido para a "
                          "conta." " - FILE-STATUS="
                          W-FILE-STATUS-CHQ001
                          DELIMITED BY SIZE INTO CTCS0024-TX-MSG-RTN
                   PERFORM 000000-SAIR
           END-READ
           .
      *
       041000-SAIR.
           EXIT SECTION
           .
      *------------------------------------------------------------------------
       050000-CANCELAR-SUSTACAO SECTION.
      *------------------------------------------------------------------------
      * libera o cheque sustado, que volta a situacao anterior a
      * sustacao - devolvido, se ja tinha sido devolvido, ou emitido
      *
           PERFORM 041000-LER-CHEQUE
      *
           IF NOT CHQ001-SUSTADO
               MOVE 2409 TO CTCS0024-CD-RTN
               STRING "CTCS0024 - Cheque nao encontra-se sustado."
                      DELIMITED BY SIZE INTO CTCS0024-TX-MSG-RTN
               PERFORM 000000-SAIR
           END-IF
      *
           IF CHQ001-QT-DEVOLUCOES > ZEROS
              AND CHQ001-CD-MOTIVO-DEV NOT EQUAL "21"
               SET CHQ001-DEVOLVIDO TO TRUE
           ELSE
               SET CHQ001-EMITIDO   TO TRUE
           END-IF
      *
           MOVE ZEROS              TO CHQ001-DT-SUSTACAO
           MOVE SPACES             TO CHQ001-MOTIVO-SUSTACAO
           MOVE CTCS0024-MATR-OPER TO CHQ001-MATR-OPER
      *
           REWRITE CHQ001-REGISTRO
               INVALID KEY
                   MOVE 2422 TO CTCS0024-CD-RTN
                   STRING "CTCS0024 - Erro ao cancelar a sustacao do "
                          "cheque." " - FILE-STATUS="
                          W-FILE-STATUS-CHQ001
                          DELIMITED BY SIZE INTO CTCS0024-TX-MSG-RTN
                   PERFORM 000000-SAIR
               NOT INVALID KEY
                   MOVE ZEROS TO CTCS0024-CD-RTN
                   STRING "CTCS0024 - Sustacao do cheque "
                          CHQ001-NR-CHEQUE " cancelada com sucesso."
                          DELIMITED BY SIZE INTO CTCS0024-TX-MSG-RTN
                   PERFORM 000000-SAIR
           END-REWRITE
           .
      *
       050000-SAIR.
           EXIT SECTION
           .
