      *            DTE-FECHA-E2] en DTE-DIAS-S
      *   FIN-MES  ultimo dia del mes de DTE-FECHA-E en DTE-FECHA-S
      *
      * SDP IVP 0 Copybook.ConsumerCount = 13 - SDPDATE0, SDPMISS0,
      * SDPSWEEP, KSDMAPRV, KSDMPURG, KSDMDORM, KSDMCIER, KSDMEXTR,
      * KSDMDEVE, KSDMCALD, KSDMRELX, KSDMRELC y KSDMPREV
      *****************************************************************

           03 DTE-FUNCION  PIC X(08).
