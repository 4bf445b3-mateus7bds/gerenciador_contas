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
       FD RND001.
