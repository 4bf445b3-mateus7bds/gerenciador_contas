               05  TRN02-CT-EXT            PIC  9(008).
               05  TRN02-VL-TRF-EXT        PIC  9(015)V99.
               05  FILLER                  PIC  X(004).
      * codigo de barras ou linha digitavel, vencimento (so para
      * conta de consumo) e valor do documento - usados apenas pela
      * operacao 6 do CTCS0002; a agencia/conta ocupa as mesmas
      * posicoes de TRN02-AG/TRN02-CT
           03  TRN-DADOS-CT02-PAG REDEFINES TRN-DADOS-CT01.
               05  TRN02P-AG               PIC  9(004).
               05  TRN02P-CT               PIC  9(008).
               05  TRN02P-CD-BARRAS        PIC  X(048).
               05  TRN02P-DT-VENC-PAG      PIC  X(008).
               05  TRN02P-VL-PAG           PIC  9(015)V99.
               05  FILLER                  PIC  X(079).
      * matricula do operador de caixa que digitou o cartao - levada
      * ate os registros de DEP001/SAQ001/AUD001 e usada no relatorio
      * de fechamento de caixa por operador
               05  LK02-CT-EXT             PIC 9(008).
               05  LK02-VL-TRF-EXT         PIC 9(015)V99.
               05  LK02-MATR-OPER          PIC 9(006).
               05  LK02-CD-BARRAS          PIC X(048).
               05  LK02-DT-VENC-PAG        PIC X(008).
               05  LK02-VL-PAG             PIC 9(015)V99.
           03  LK02-VRV-RTN.
               05  LK02-CD-RTN             PIC  9(004).
               05  LK02-TX-MSG-RTN         PIC  X(080).
       023000-MONTAR-CT-CTCS0002 SECTION.
      *------------------------------------------------------------------------
      *
      *
      * o cartao de pagamento (operacao 6) usa o layout proprio
      * TRN-DADOS-CT02-PAG sobre a mesma area
           IF TRN-OPERACAO EQUAL 6
               INITIALIZE LK02-VRV-ENTD
               MOVE TRN-OPERACAO           TO LK02-OPERACAO
               MOVE TRN02P-AG              TO LK02-AG
               MOVE TRN02P-CT              TO LK02-CT
               MOVE TRN02P-CD-BARRAS       TO LK02-CD-BARRAS
               MOVE TRN02P-DT-VENC-PAG     TO LK02-DT-VENC-PAG
               MOVE TRN02P-VL-PAG          TO LK02-VL-PAG
               MOVE TRN-MATR-OPER          TO LK02-MATR-OPER
           ELSE
               MOVE TRN-OPERACAO           TO LK02-OPERACAO
               MOVE TRN02-AG               TO LK02-AG
               MOVE TRN02-CT               TO LK02-CT
               MOVE TRN02-VL-DEP           TO LK02-VL-DEP
               MOVE TRN02-VL-SAQ           TO LK02-VL-SAQ
               MOVE TRN02-AG-DST           TO LK02-AG-DST
               MOVE TRN02-CT-DST           TO LK02-CT-DST
               MOVE TRN02-VL-TRF           TO LK02-VL-TRF
               MOVE TRN02-TP-EST           TO LK02-TP-EST
               MOVE TRN02-ID-EST           TO LK02-ID-EST
               MOVE TRN02-BCO-EXT          TO LK02-BCO-EXT
               MOVE TRN02-AG-EXT           TO LK02-AG-EXT
               MOVE TRN02-CT-EXT           TO LK02-CT-EXT
               MOVE TRN02-VL-TRF-EXT       TO LK02-VL-TRF-EXT
               MOVE TRN-MATR-OPER          TO LK02-MATR-OPER
               MOVE SPACES                 TO LK02-CD-BARRAS
               MOVE SPACES                 TO LK02-DT-VENC-PAG
               MOVE ZEROS                  TO LK02-VL-PAG
           END-IF
           .
      *
       023000-SAIR.
