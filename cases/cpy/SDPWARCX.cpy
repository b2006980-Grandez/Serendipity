      *****************************************************************
      * Trazado de las lineas del archivo de informes SDPARCX
      * (indexado): cada linea que SDPREPW0 escribe en SDPPRINT,
      * con la clave del informe en el catalogo SDPARCC mas su
      * numero de secuencia, y la pagina en la que salio para poder
      * reimprimir un rango de paginas.
      *
      * SDP IVP 0 Copybook.ConsumerCount = 2 - SDPREPW0 y SDPARCR0
      *****************************************************************

           03 ARX-CLAVE.
              05 ARX-TITULO    PIC X(40).
              05 ARX-TMS       PIC X(16).
              05 ARX-RUNID     PIC X(16).
              05 ARX-SECUENCIA PIC 9(07).
           03 ARX-PAGINA       PIC 9(05).
           03 ARX-LINEA        PIC X(132).
