           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS TRX001-ID-TRX
           ALTERNATE RECORD KEY IS TRX001-CHAVE-ORIG WITH DUPLICATES
           FILE STATUS  IS W-FILE-STATUS-TRX001
           .
      *
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
       FD ARQ-REMESSA.
