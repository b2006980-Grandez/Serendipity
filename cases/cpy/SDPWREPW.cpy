      * fallo o DETALLE/FINAL llegan sin INICIO), 12 funcion
      * desconocida.
      *
      * SDP IVP 0 Copybook.ConsumerCount = 63 - SDPREPW0, SDPRLOG1
      * y todos los informes paginados de la casa
      *****************************************************************

