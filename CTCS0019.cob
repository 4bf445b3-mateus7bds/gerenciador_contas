           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS DEP001-ID-DEP
           ALTERNATE RECORD KEY IS DEP001-CHAVE-CT WITH DUPLICATES
           FILE STATUS  IS W-FILE-STATUS-DEP001
           .
      *
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS SAQ001-ID-SAQ
           ALTERNATE RECORD KEY IS SAQ001-CHAVE-CT WITH DUPLICATES
           FILE STATUS  IS W-FILE-STATUS-SAQ001
           .
      *
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS TRF001-ID-TRF
           ALTERNATE RECORD KEY IS TRF001-CHAVE-ORIG WITH DUPLICATES
           ALTERNATE RECORD KEY IS TRF001-CHAVE-DEST WITH DUPLICATES
           FILE STATUS  IS W-FILE-STATUS-TRF001
           .
      *
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
       FD AGE001.
