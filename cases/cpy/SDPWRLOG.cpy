      * RLG-RUNID es el correlador de ejecucion que emite SDPRUNI0:
      * todos los artefactos de un mismo job llevan el mismo.
      *
      * Los registros DECK los anade SDPDKLB0, uno por deck de
      * control resuelto: RLG-PROGRAMA es el deck, RLG-LEIDOS su
      * numero de version y RLG-ESCRITOS sus tarjetas. No son
      * ejecuciones y quien empareja START/STOP debe saltarlos.
      *
      * SDP IVP 0 Copybook.ConsumerCount = 10 - SDPRLOG0, SDPRLOG1,
      * SDPPERF0, SDPSLA00, SDPMISS0, SDPBRIEF, SDPACCT0, SDPPOSTV,
      * SDPDCOM0 y SDPPROY0
      *****************************************************************

           03 RLG-TMS      PIC X(16).
           03 RLG-MODO     PIC X(05).
              88 RLG-EJECUCION    VALUE 'START' 'STOP '.
              88 RLG-VERSION-DECK VALUE 'DECK '.
           03 RLG-PROGRAMA PIC X(08).
           03 RLG-RC       PIC 9(03).
           03 RLG-LEIDOS   PIC 9(09).
