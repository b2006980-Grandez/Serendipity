      *****************************************************************
      * Trazado del historico indexado KSDHIST de registros cerrados
      * del maestro SALIDA. KSDMPURG pasa aqui los registros con baja
      * logica (MST-ESTADO 'C') mas antiguos que la retencion y los
      * borra del maestro; KSDMHINQ consulta la imagen final.
      *
      * La clave HST-LLAVE es la clave del maestro mas la fecha de
      * cierre: una clave reabierta y cerrada otra vez deja un
      * registro por cada cierre purgado.
      *
      * Posiciones 1-relativas dentro del registro de 120:
      *   HST-CLAVE       1:5   HST-FECHA-BAJA  6:8
      *   HST-DATOS      14:75  (MST-DATOS tal cual quedo al cierre)
      *   HST-FECHA-PURGA 89:8  HST-RUNID      97:16
      *   FILLER        113:8
      *
      * SDP IVP 0 Copybook.ConsumerCount = 3 - KSDMPURG, KSDMHINQ y
      * KSDMERAS
      *****************************************************************

           03 HST-LLAVE.
              05 HST-CLAVE      PIC 9(05).
              05 HST-FECHA-BAJA PIC 9(08).
           03 HST-DATOS         PIC X(75).
           03 HST-FECHA-PURGA   PIC 9(08).
           03 HST-RUNID         PIC X(16).
           03 FILLER            PIC X(08).
