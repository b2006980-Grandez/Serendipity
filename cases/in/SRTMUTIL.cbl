      *> (registros escritos y suma de las columnas 1-5 numericas de
      *> la salida), recalculados tras el filtrado, para que
      *> SRTMVRFY siga cuadrando la cadena.
      *  Con tipos de registro en el deck SRTHDTRP (modulo SRTMHDTR)
      *> una primera lectura de SORTIN cuadra el pie contra los
      *> detalles y un descuadre rechaza el fichero con RC 16 sin
      *> escribir nada. En la pasada buena solo los detalles pasan
      *> por INCLUDE/OMIT, SUM y OUTREC: la cabecera sale la primera
      *> tal cual y el pie al final, recalculado con la cuenta y el
      *> importe de los detalles escritos (el importe se toma del
      *> detalle antes de OUTREC).
      * SDP END
      *
      * SDP DESC Filtro INCLUDE/OMIT con SUM y proyeccion OUTREC
       01  REG-RETENIDO-AUX PIC X(80) VALUE SPACES.
       01  IMPORTE-DISPLAY PIC S9(17) SIGN LEADING SEPARATE.

      * TIPOS DE REGISTRO DEL DECK SRTHDTRP
       01  CABECERA-PIE.
       COPY SRTWHDTR.

       01  CONTADORES.
           03 LEIDOS    PIC 9(09) VALUE ZEROS.
           03 ESCRITOS  PIC 9(09) VALUE ZEROS.
           PERFORM 2000-CARGAR-DECK THRU 2000-CARGAR-DECK-FIN.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           MOVE 'INICIO  ' TO HDT-FUNCION.
           CALL 'SRTMHDTR' USING CABECERA-PIE.
           IF HDT-RC NOT = ZEROS
              MOVE 16 TO RC
              STOP RUN RETURNING RC
           END-IF.
           IF HDT-ACTIVO = 'S'
              PERFORM 2700-VALIDAR-ENTRADA
                      THRU 2700-VALIDAR-ENTRADA-FIN
              IF RC NOT = ZEROS STOP RUN RETURNING RC
              END-IF
           END-IF.

           OPEN INPUT ENTRADA.
           MOVE 'ABRIENDO FICHERO DE ENTRADA' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-INPUT '00' SPACES
           READ ENTRADA
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 3000-TRATAR-REGISTRO THRU 3000-TRATAR-REGISTRO-FIN
                   UNTIL FIN-FICH = 'S'.

           IF SUM-ACTIVO = 'S' AND HAY-RETENIDO = 'S'
              PERFORM 3600-EMITIR-RETENIDO
           END-IF.

           IF HDT-HAY-PIE = 'S'
              MOVE 'PIE     ' TO HDT-FUNCION
              CALL 'SRTMHDTR' USING CABECERA-PIE
              WRITE REC-SALIDA FROM HDT-REGISTRO
              MOVE 'GRABANDO PIE EN SALIDA' TO MSG-FSTAT
              CALL 'SRTFSTAT' USING FS-OUTPUT '00' SPACES
                   MSG-FSTAT RC
              IF RC NOT = ZEROS STOP RUN RETURNING RC
              END-IF
           END-IF.

           CLOSE ENTRADA.
           CLOSE SALIDA.

              END-IF
           END-PERFORM.

      * PRIMERA LECTURA: SOLO CLASIFICA Y CUADRA EL PIE; LOS
      * CONTADORES DEL MODULO SE REINICIAN PARA LA PASADA BUENA
       2700-VALIDAR-ENTRADA.
           OPEN INPUT ENTRADA.
           MOVE 'ABRIENDO FICHERO DE ENTRADA' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-INPUT '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 2700-VALIDAR-ENTRADA-FIN.

           READ ENTRADA
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 2750-CLASIFICAR-REGISTRO UNTIL FIN-FICH = 'S'.
           CLOSE ENTRADA.
           MOVE 'N' TO FIN-FICH.

           IF HDT-RC = ZEROS
              MOVE 'VALIDAR ' TO HDT-FUNCION
              CALL 'SRTMHDTR' USING CABECERA-PIE
           END-IF.
           IF HDT-RC NOT = ZEROS
              DISPLAY 'FICHERO DE ENTRADA RECHAZADO POR CABECERA O PIE'
              MOVE 16 TO RC
              GO TO 2700-VALIDAR-ENTRADA-FIN
           END-IF.

           MOVE 'INICIO  ' TO HDT-FUNCION.
           CALL 'SRTMHDTR' USING CABECERA-PIE.

       2700-VALIDAR-ENTRADA-FIN.
           EXIT.

       2750-CLASIFICAR-REGISTRO.
           MOVE REC-ENTRADA TO HDT-REGISTRO.
           MOVE 'CLASIFIC' TO HDT-FUNCION.
           CALL 'SRTMHDTR' USING CABECERA-PIE.
           IF HDT-RC NOT = ZEROS
              MOVE 'S' TO FIN-FICH
           ELSE
              READ ENTRADA
                   AT END MOVE 'S' TO FIN-FICH
              END-READ
           END-IF.

       3000-TRATAR-REGISTRO.
           IF HDT-ACTIVO = 'S'
              MOVE REC-ENTRADA TO HDT-REGISTRO
              MOVE 'CLASIFIC' TO HDT-FUNCION
              CALL 'SRTMHDTR' USING CABECERA-PIE
              IF HDT-TIPO = 'H'
                 WRITE REC-SALIDA FROM REC-ENTRADA
                 MOVE 'GRABANDO CABECERA EN SALIDA' TO MSG-FSTAT
                 CALL 'SRTFSTAT' USING FS-OUTPUT '00' SPACES
                      MSG-FSTAT RC
                 IF RC NOT = ZEROS STOP RUN RETURNING RC
                 END-IF
              END-IF
              IF HDT-TIPO NOT = 'D'
                 GO TO 3000-LEER-SIGUIENTE
              END-IF
           END-IF.
           ADD 1 TO LEIDOS.
           PERFORM 3100-EVALUAR-CONDICIONES.
           IF PASA = 'S'
           ELSE
              ADD 1 TO FILTRADOS
           END-IF.

       3000-LEER-SIGUIENTE.
           READ ENTRADA
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       3000-TRATAR-REGISTRO-FIN.
           EXIT.

      * PASA SI CUMPLE TODAS LAS INCLUDE (CUANDO LAS HAY) Y NO
      * CUMPLE NINGUNA OMIT
       3100-EVALUAR-CONDICIONES.
           PERFORM 3800-PROYECTAR-Y-ESCRIBIR.

       3800-PROYECTAR-Y-ESCRIBIR.
           IF HDT-ACTIVO = 'S'
              MOVE REGISTRO-SALIDA TO HDT-REGISTRO
              MOVE 'DETALLE ' TO HDT-FUNCION
              CALL 'SRTMHDTR' USING CABECERA-PIE
           END-IF.
           IF OUT-ACTIVO = 'S'
              MOVE REGISTRO-SALIDA TO REG-RETENIDO-AUX
              MOVE SPACES TO REGISTRO-SALIDA
                      UNTIL IDX > OUT-CUANTOS
           END-IF.
           WRITE REC-SALIDA FROM REGISTRO-SALIDA.
           MOVE 'GRABANDO DETALLE EN SALIDA' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-OUTPUT '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.
           ADD 1 TO ESCRITOS.
           IF REGISTRO-SALIDA(1:5) IS NUMERIC
              COMPUTE HASH-CLAVES = FUNCTION MOD(HASH-CLAVES
