      *> control, y para cada transaccion desglosa las imagenes antes
      *> y despues con el trazado estructurado KSDWMAST para decir
      *> exactamente que campos cambiaron (NOMBRE, CATEGORIA, SALDO,
      *> FECHA-ALTA, ESTADO, FECHA-BAJA), en vez de dos bloques de 75
      *> bytes que nadie puede leer. Sale paginado por el escritor comun
      *> SDPREPW0 con el recuento de transacciones por corte, y
      *> contesta de una vez el "que cambio en la clave 00123 el
      *> martes" de los auditores.
      *  Cada linea lleva la categoria del registro (la de la imagen
      *> despues, o la de la imagen antes en las bajas) con su
      *> descripcion de la referencia KSDCATG, por el modulo KSDMCATL.
      * SDP END
      *
      * SDP DESC Informe de journal agrupado con diff de campos
           03 ANT-SALDO      PIC X(12).
           03 ANT-FECHA-ALTA PIC X(08).
           03 ANT-ESTADO     PIC X(01).
           03 ANT-FECHA-BAJA PIC X(08).
           03 FILLER         PIC X(22).

       01  DESGLOSE-DESPUES.
           03 DSP-NOMBRE     PIC X(20).
           03 DSP-SALDO      PIC X(12).
           03 DSP-FECHA-ALTA PIC X(08).
           03 DSP-ESTADO     PIC X(01).
           03 DSP-FECHA-BAJA PIC X(08).
           03 FILLER         PIC X(22).

       01  DIFERENCIAS.
           03 CAMPOS-DISTINTOS PIC X(60) VALUE SPACES.
           03 CORTE-AUX PIC X(12) VALUE SPACES.
           03 HAY-CORTE PIC X(01) VALUE 'N'.

      * CONSULTA A LA REFERENCIA DE CATEGORIAS (MODULO KSDMCATL)
       01  CATEGORIA-FUNCION PIC X(08) VALUE SPACES.
       01  CATEGORIA-RC      PIC 9(03) VALUE ZEROS.
       01  REFERENCIA-DISPONIBLE PIC X(01) VALUE 'N'.
       01  CONSULTA-CATEGORIA.
       COPY KSDWCATG.

       01  INFORME-JOURNAL.
       COPY SDPWREPW.

              MOVE 16 TO RC
           END-IF.

           MOVE 'ABRIR   ' TO CATEGORIA-FUNCION.
           CALL 'KSDMCATL' USING CATEGORIA-FUNCION CONSULTA-CATEGORIA
                CATEGORIA-RC.
           IF CATEGORIA-RC = ZEROS
              MOVE 'S' TO REFERENCIA-DISPONIBLE
           ELSE
              DISPLAY 'AVISO: INFORME SIN DESCRIPCIONES DE CATEGORIA'
           END-IF.

           READ JOURNAL
                AT END MOVE 'S' TO FIN-JRNL
           END-READ.
           PERFORM 2000-TRATAR-ENTRADA UNTIL FIN-JRNL = 'S'.
           CLOSE JOURNAL.
           IF REFERENCIA-DISPONIBLE = 'S'
              MOVE 'CERRAR  ' TO CATEGORIA-FUNCION
              CALL 'KSDMCATL' USING CATEGORIA-FUNCION
                   CONSULTA-CATEGORIA CATEGORIA-RC
           END-IF.

           PERFORM 3000-EMITIR-DETALLE.

              STRING 'ESTADO ' DELIMITED BY SIZE
                     INTO CAMPOS-DISTINTOS WITH POINTER PUNTERO
           END-IF.
           IF ANT-FECHA-BAJA NOT = DSP-FECHA-BAJA
              STRING 'FECHA-BAJA ' DELIMITED BY SIZE
                     INTO CAMPOS-DISTINTOS WITH POINTER PUNTERO
           END-IF.
           IF CAMPOS-DISTINTOS = SPACES
              MOVE 'SIN CAMBIOS' TO CAMPOS-DISTINTOS
           END-IF.
              MOVE 4 TO RC
           ELSE
              ADD 1 TO NUM-ENTRADAS
              PERFORM 2250-DESCRIBIR-CATEGORIA
              MOVE SPACES TO LINEA
              STRING JRN-TMS(1:8) ' ' JRN-TMS(9:2) ':' JRN-TMS(11:2)
                     ' OP ' JRN-OP ' CLAVE ' JRN-CLAVE
                     ' CAMPOS: ' CAMPOS-DISTINTOS(1:42)
                     ' CAT ' CTG-CODIGO ' ' CTG-DESCRIPCION
                     DELIMITED BY SIZE INTO LINEA
              MOVE LINEA TO ENT-LINEA(NUM-ENTRADAS)
              MOVE SPACES TO CORTE-AUX
              PERFORM 2300-REGISTRAR-CORTE
           END-IF.

      * LA BAJA NO TIENE IMAGEN DESPUES: SU CATEGORIA ES LA DE ANTES
       2250-DESCRIBIR-CATEGORIA.
           IF DSP-CATEGORIA = SPACES
              MOVE ANT-CATEGORIA TO CTG-CODIGO
           ELSE
              MOVE DSP-CATEGORIA TO CTG-CODIGO
           END-IF.
           MOVE SPACES TO CTG-DATOS.
           IF REFERENCIA-DISPONIBLE = 'S'
              MOVE 'CONSULTA' TO CATEGORIA-FUNCION
              CALL 'KSDMCATL' USING CATEGORIA-FUNCION
                   CONSULTA-CATEGORIA CATEGORIA-RC
              IF CATEGORIA-RC = 4
                 MOVE '(CATEGORIA DESCONOCIDA)' TO CTG-DESCRIPCION
              END-IF
           END-IF.

       2300-REGISTRAR-CORTE.
           MOVE 'N' TO HAY-CORTE.
           PERFORM VARYING IDX-CRT FROM 1 BY 1
