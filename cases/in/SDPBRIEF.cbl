      *> SDPBRFTS): primero los fallos (STOP con RC 8 o mayor) y las
      *> ejecuciones SIN FIN del log central SDPRUNLG, despues el
      *> resultado de la puerta de calidad (el informe SDPGATER tal
      *> cual), despues las alertas de SDPALERT de la ventana, luego
      *> los paquetes FFDC que el emparejador SDPERRC0 etiqueto en la
      *> ventana (catalogo SDPERRCC) con su error conocido, ticket y
      *> nota de resolucion, o como error nuevo, y al
      *> final el resumen tranquilo con los totales de lo que acabo
      *> bien. Al cerrar deja su propia marca en SDPBRFTS, de modo
      *> que el siguiente relevo arranca donde este termino y el
      * SDP END
      *
      * SDP DESC Informe de relevo fundiendo log, puerta y alertas
      * SDP IVP 0 Files.Consumes = SDPRUNLG,SDPGATER,SDPALERT,
      * SDPERRCC
      * SDP IVP 0 Files.Updates = SDPBRFTS
      ******************************************************************

                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL ERRORES-FFDC ASSIGN TO 'SDPERRCC'
                  FILE STATUS IS FS-ERRORES
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           03 ALR-PROGRAMA  PIC X(08).
           03 ALR-SEP4      PIC X(01).
           03 ALR-RESUMEN   PIC X(60).
           03 ALR-SEP5      PIC X(01).
           03 ALR-CUENTA    PIC 9(05).
           03 ALR-SEP6      PIC X(01).
           03 ALR-RUNID     PIC X(16).

       FD  ERRORES-FFDC.
       01  REG-CATALOGO.
           03 CAT-TMS      PIC X(16).
           03 CAT-SEP1     PIC X(01).
           03 CAT-PAQUETE  PIC X(16).
           03 CAT-SEP2     PIC X(01).
           03 CAT-PROGRAMA PIC X(08).
           03 CAT-SEP3     PIC X(01).
           03 CAT-RC       PIC 9(03).
           03 CAT-SEP4     PIC X(01).
           03 CAT-ERROR    PIC X(08).
           03 CAT-SEP5     PIC X(01).
           03 CAT-TICKET   PIC X(12).
           03 CAT-SEP6     PIC X(01).
           03 CAT-NOTA     PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-MARCA  PIC XX VALUE SPACES.
       77 FS-RUNLOG PIC XX VALUE SPACES.
       77 FS-PUERTA PIC XX VALUE SPACES.
       77 FS-ALERT  PIC XX VALUE SPACES.
       77 FS-ERRORES PIC XX VALUE SPACES.
       77 RC        PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT PIC X(40) VALUE SPACES.
       77 FIN-FICH  PIC X(01) VALUE 'N'.
           03 SIN-FIN     PIC 9(05) VALUE ZEROS.
           03 CORRECTAS   PIC 9(05) VALUE ZEROS.
           03 ALERTADAS   PIC 9(05) VALUE ZEROS.
           03 ETIQUETADOS PIC 9(05) VALUE ZEROS.

       01  CAMPOS-EDICION.
           03 ED-CORRECTAS PIC ZZZZ9.
           03 ED-FALLOS    PIC ZZZZ9.
           03 ED-SINFIN    PIC ZZZZ9.
           03 ED-ALERTAS   PIC ZZZZ9.
           03 ED-FFDC      PIC ZZZZ9.

       01  INFORME-RELEVO.
       COPY SDPWREPW.
                   THRU 2000-SECCION-FALLOS-FIN.
           PERFORM 3000-SECCION-PUERTA.
           PERFORM 4000-SECCION-ALERTAS.
           PERFORM 4500-SECCION-ERRORES.
           PERFORM 5000-SECCION-RESUMEN.

           MOVE 'FINAL   ' TO RPT-FUNCION.
           EXIT.

       2100-TRATAR-RUNLOG.
           IF RLG-TMS > DESDE-TMS AND RLG-EJECUCION
              PERFORM 2200-LOCALIZAR-PROGRAMA
              IF RLG-MODO = 'START'
                 IF HALLADO > ZEROS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

      * SECCION 4: PAQUETES FFDC ETIQUETADOS EN LA VENTANA, CON LA
      * NOTA DE RESOLUCION DEL ERROR CONOCIDO
       4500-SECCION-ERRORES.
           OPEN INPUT ERRORES-FFDC.
           IF FS-ERRORES NOT = '00'
              CLOSE ERRORES-FFDC
           ELSE
              READ ERRORES-FFDC
                   AT END MOVE 'S' TO FIN-FICH
              END-READ
              PERFORM 4600-COPIAR-ERROR UNTIL FIN-FICH = 'S'
              CLOSE ERRORES-FFDC
              MOVE 'N' TO FIN-FICH
           END-IF.

       4600-COPIAR-ERROR.
           IF CAT-TMS > DESDE-TMS
              ADD 1 TO ETIQUETADOS
              MOVE SPACES TO LINEA
              STRING CAT-TMS ' ' CAT-PROGRAMA ' RC ' CAT-RC
                     ' ' CAT-PAQUETE ' ERROR ' CAT-ERROR
                     ' TICKET ' CAT-TICKET
                     DELIMITED BY SIZE INTO LINEA
              MOVE '4 ERRORES FFDC  ' TO RPT-CORTE
              PERFORM 9000-ESCRIBIR-DETALLE
              MOVE SPACES TO LINEA
              STRING '   NOTA ' CAT-NOTA
                     DELIMITED BY SIZE INTO LINEA
              MOVE ZEROS TO RPT-IMPORTE
              MOVE 'DETALLE ' TO RPT-FUNCION
              MOVE LINEA TO RPT-LINEA
              CALL 'SDPREPW0' USING INFORME-RELEVO
           END-IF.
           READ ERRORES-FFDC
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

      * SECCION 5: EL RESUMEN TRANQUILO DE LO QUE ACABO BIEN
       5000-SECCION-RESUMEN.
           MOVE CORRECTAS TO ED-CORRECTAS.
           MOVE FALLOS    TO ED-FALLOS.
           MOVE SIN-FIN   TO ED-SINFIN.
           MOVE ALERTADAS TO ED-ALERTAS.
           MOVE ETIQUETADOS TO ED-FFDC.
           MOVE SPACES TO LINEA.
           STRING 'EJECUCIONES CORRECTAS ' ED-CORRECTAS
                  ' FALLOS ' ED-FALLOS
                  ' SIN FIN ' ED-SINFIN
                  ' ALERTAS ' ED-ALERTAS
                  ' PAQUETES FFDC ' ED-FFDC
                  DELIMITED BY SIZE INTO LINEA.
           MOVE '5 RESUMEN       ' TO RPT-CORTE.
           PERFORM 9000-ESCRIBIR-DETALLE.

       6000-GRABAR-MARCA.
