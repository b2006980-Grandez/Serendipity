      * paneles SDPBRWS0; un unico trazado evita que los dos
      * consumidores deriven el mismo fichero de formas distintas.
      *
      * SDP IVP 0 Copybook.ConsumerCount = 12 - SDPGATE0, SDPBRWL0,
      * SDPENVI0, SDPFNDL0, SDPRCOV0, SDPSQLC0, SDPSOMB0, SDPPATR0,
      * SDPSQLI0, SDPSENS0, SDPBASE0 y SDPMINI0
      *****************************************************************

           03 FND-PROGRAMA PIC X(08).
