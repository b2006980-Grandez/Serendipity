      *****************************************************************
      * Trazado del catalogo del archivo de informes SDPARCC
      * (indexado): un registro por informe que produce SDPREPW0,
      * con clave titulo + marca de tiempo de inicio + RUNID. Lo
      * escribe SDPREPW0 al abrir el informe (ARC-ESTADO 'A',
      * abierto) y lo reescribe al cerrarlo con paginas y lineas
      * (ARC-ESTADO 'C', cerrado, o 'I' si el archivo de lineas
      * fallo a medias). SDPARCR0 lo recorre para listar,
      * reimprimir y depurar.
      *
      * SDP IVP 0 Copybook.ConsumerCount = 2 - SDPREPW0 y SDPARCR0
      *****************************************************************

           03 ARC-CLAVE.
              05 ARC-TITULO  PIC X(40).
              05 ARC-TMS     PIC X(16).
              05 ARC-RUNID   PIC X(16).
           03 ARC-PAGINAS    PIC 9(05).
           03 ARC-LINEAS     PIC 9(07).
           03 ARC-ESTADO     PIC X(01).
              88 ARC-ABIERTO   VALUE 'A'.
              88 ARC-CERRADO   VALUE 'C'.
              88 ARC-INCOMPLETO VALUE 'I'.
