      *> el trazado estructurado KSDWMAST (nombre, categoria, saldo,
      *> fecha de alta, estado) al listado paginado del escritor
      *> comun SDPREPW0, con corte de control y total de saldo por
      *> categoria. Junto al codigo de categoria sale su descripcion
      *> de la referencia KSDCATG (modulo KSDMCATL); sin referencia
      *> disponible el listado sale igual, sin descripciones.
      *  Cada linea lleva tambien la version MST-VERSION del registro
      *> (que el extracto KSDLIST ya trae en su imagen), para que quien
      *> construya una U, P o D sobre el listado la devuelva en la
      *> transaccion y KSDMMANT pueda rechazarla si ya no es vigente.
      * SDP END
      *
      * SDP DESC Browse por cualquiera de las dos claves con listado
           03 FIS-SALIDA  PIC X(64) VALUE 'SALIDA'.
           03 FIS-KSDLIST PIC X(64) VALUE 'KSDLIST'.

      * CONSULTA A LA REFERENCIA DE CATEGORIAS (MODULO KSDMCATL)
       01  CATEGORIA-FUNCION PIC X(08) VALUE SPACES.
       01  CATEGORIA-RC      PIC 9(03) VALUE ZEROS.
       01  REFERENCIA-DISPONIBLE PIC X(01) VALUE 'N'.
       01  CONSULTA-CATEGORIA.
       COPY KSDWCATG.

       01  INFORME-BROWSE.
       COPY SDPWREPW.

       01  CAMPOS-EDICION.
           03 SALDO-ED   PIC -ZZZZZZZZ9.99.
           03 SALDO-CORTE PIC S9(12) VALUE ZEROS.
           03 VERSION-VISTA PIC 9(06) VALUE ZEROS.
           03 LINEA      PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           PERFORM 1200-ABRIR-REFERENCIA.

           MOVE 'INICIO  ' TO RPT-FUNCION.
           MOVE 'BROWSE DEL MAESTRO SALIDA' TO RPT-TITULO.
           CALL 'SDPREPW0' USING INFORME-BROWSE.

           CLOSE MAESTRO.
           CLOSE LISTADO.
           IF REFERENCIA-DISPONIBLE = 'S'
              MOVE 'CERRAR  ' TO CATEGORIA-FUNCION
              CALL 'KSDMCATL' USING CATEGORIA-FUNCION
                   CONSULTA-CATEGORIA CATEGORIA-RC
           END-IF.

           DISPLAY 'LISTADOS ' LISTADOS ' TIPO ' PED-TIPO
                   ' DESDE ' PED-VALOR.
           STOP RUN RETURNING RC.

      * SIN REFERENCIA DE CATEGORIAS EL LISTADO SALE IGUAL, SIN
      * DESCRIPCIONES
       1200-ABRIR-REFERENCIA.
           MOVE 'ABRIR   ' TO CATEGORIA-FUNCION.
           CALL 'KSDMCATL' USING CATEGORIA-FUNCION CONSULTA-CATEGORIA
                CATEGORIA-RC.
           IF CATEGORIA-RC = ZEROS
              MOVE 'S' TO REFERENCIA-DISPONIBLE
           ELSE
              DISPLAY 'AVISO: LISTADO SIN DESCRIPCIONES DE CATEGORIA'
           END-IF.

      * TIPO C: CLAVE PRIMARIA; TIPO G: CATEGORIA (CLAVE ALTERNATIVA
      * CON DUPLICADOS). EL READ NEXT SIGUE EL ORDEN DE LA CLAVE DE
      * REFERENCIA ELEGIDA POR EL START
           END-READ.

       2100-ESCRIBIR-DETALLE.
           MOVE MST-CATEGORIA TO CTG-CODIGO.
           PERFORM 2200-DESCRIBIR-CATEGORIA.
           MOVE MST-SALDO TO SALDO-ED.
      * LA VERSION EN BLANCO DE LOS REGISTROS ANTIGUOS SALE COMO 0
           IF MST-VERSION NUMERIC
              MOVE MST-VERSION TO VERSION-VISTA
           ELSE
              MOVE ZEROS TO VERSION-VISTA
           END-IF.
           MOVE SPACES TO LINEA.
           STRING MST-CLAVE ' ' MST-NOMBRE ' ' MST-CATEGORIA
                  ' ' CTG-DESCRIPCION
                  ' ' SALDO-ED
                  ' ' MST-ALTA-DD '/' MST-ALTA-MM '/' MST-ALTA-AAAA
                  ' ' MST-ESTADO
                  ' V' VERSION-VISTA
                  DELIMITED BY SIZE INTO LINEA.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE MST-CATEGORIA TO RPT-CORTE.
           MOVE SALDO-CORTE TO RPT-IMPORTE.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-BROWSE.

       2200-DESCRIBIR-CATEGORIA.
           MOVE SPACES TO CTG-DATOS.
           IF REFERENCIA-DISPONIBLE = 'S'
              MOVE 'CONSULTA' TO CATEGORIA-FUNCION
              CALL 'KSDMCATL' USING CATEGORIA-FUNCION
                   CONSULTA-CATEGORIA CATEGORIA-RC
              IF CATEGORIA-RC = 4
                 MOVE '(CATEGORIA DESCONOCIDA)' TO CTG-DESCRIPCION
              END-IF
           END-IF.
