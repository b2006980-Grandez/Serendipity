      *> huecos mayores y linea de crecimiento, para planificar la
      *> recarga antes de que el fichero degrade y no despues. Al
      *> terminar deja en KSDSTATS el total y la fecha de esta medida
      *> para la proxima comparacion, con la cuenta de cada tramo
      *> detras para que KSDMPREV la guarde en su historia.
      * SDP END
      *
      * SDP DESC Estadisticas por tramo de claves con crecimiento
           03 STA-REGISTROS PIC 9(09).
           03 STA-SEP       PIC X(01).
           03 STA-TMS       PIC X(16).
           03 STA-TRAMO OCCURS 10 TIMES.
              05 STA-TRAMO-SEP    PIC X(01).
              05 STA-TRAMO-CUENTA PIC 9(09).

       WORKING-STORAGE SECTION.
       77 FS-MAESTRO PIC XX VALUE SPACES.
           MOVE REGISTROS        TO STA-REGISTROS.
           MOVE SPACE            TO STA-SEP.
           MOVE FECHA-HORA(1:16) TO STA-TMS.
           PERFORM 4100-GRABAR-TRAMO
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > 10.
           WRITE REC-STATS.
           CLOSE ESTADISTICAS.

       4100-GRABAR-TRAMO.
           MOVE SPACE           TO STA-TRAMO-SEP(IDX).
           MOVE TRM-CUENTA(IDX) TO STA-TRAMO-CUENTA(IDX).
