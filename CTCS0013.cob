               05  LK02-CT-EXT             PIC 9(008).
               05  LK02-VL-TRF-EXT         PIC 9(015)V99.
               05  LK02-MATR-OPER          PIC 9(006).
               05  LK02-CD-BARRAS          PIC X(048).
               05  LK02-DT-VENC-PAG        PIC X(008).
               05  LK02-VL-PAG             PIC 9(015)V99.
           03  LK02-VRV-RTN.
               05  LK02-CD-RTN             PIC  9(004).
               05  LK02-TX-MSG-RTN         PIC  X(080).
