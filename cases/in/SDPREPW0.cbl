      *> general, escribiendo la linea de impresion estandar de 132
      *> en SDPPRINT. Con esto los informes nuevos dejan de
      *> reinventar el formateo con WRITE crudos y salen uniformes.
      *  Archivo de informes: cada informe queda ademas archivado
      *> en el repositorio indexado SDPARCC (catalogo, un registro
      *> por informe con clave titulo + marca de inicio + RUNID de
      *> SDPRUNI0) y SDPARCX (sus lineas con pagina), que se crean
      *> si no existen. La consulta, reimpresion y depuracion por
      *> retencion las hace SDPARCR0. Si el archivo no puede
      *> abrirse o escribirse se avisa y el informe sigue saliendo
      *> igual: archivar nunca hace fallar a quien informa.
      * SDP END
      *
      * SDP IVP 0 Interface.Contract(SDPREPW0) = RPT-FUNCION:IN,
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT ARCHIVO-CATALOGO ASSIGN TO 'SDPARCC'
                  FILE STATUS IS FS-ARCC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARC-CLAVE.

           SELECT ARCHIVO-LINEAS ASSIGN TO 'SDPARCX'
                  FILE STATUS IS FS-ARCX
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARX-CLAVE.

       DATA DIVISION.
       FILE SECTION.

       FD  INFORME.
       01  REG-INFORME PIC X(132).

       FD  ARCHIVO-CATALOGO.
       01  REG-ARCC.
       COPY SDPWARCC.

       FD  ARCHIVO-LINEAS.
       01  REG-ARCX.
       COPY SDPWARCX.

       WORKING-STORAGE SECTION.
       77 FS-INFORME PIC XX VALUE SPACES.
       77 FS-ARCC    PIC XX VALUE SPACES.
       77 FS-ARCX    PIC XX VALUE SPACES.

       01  ESTADO-INFORME.
           03 INFORME-ABIERTO PIC X(01) VALUE 'N'.

       01  FECHA-HORA PIC X(21) VALUE SPACES.

      * ESTADO DEL ARCHIVADO DEL INFORME EN CURSO
       01  ESTADO-ARCHIVO.
           03 ARCHIVO-ABIERTO PIC X(01) VALUE 'N'.
           03 ARCHIVO-ACTIVO  PIC X(01) VALUE 'N'.
           03 ARCHIVO-CLAVE.
              05 ARCH-TITULO  PIC X(40) VALUE SPACES.
              05 ARCH-TMS     PIC X(16) VALUE SPACES.
              05 ARCH-RUNID   PIC X(16) VALUE SPACES.
           03 ARCHIVO-SECUENCIA PIC 9(07) VALUE ZEROS.

       01  IDENTIDAD-RUN.
           03 RUN-FUNCION PIC X(08) VALUE 'ACTUAL  '.
           03 RUN-ID      PIC X(16) VALUE SPACES.

       01  LINEAS-EDICION.
           03 LINEA-SALIDA  PIC X(132) VALUE SPACES.
           03 PAGINA-ED     PIC ZZZZ9.
           MOVE ZEROS TO SUBTOTAL-CORTE.
           MOVE SPACES TO CORTE-ANTERIOR.
           MOVE 'N' TO HAY-DETALLE.
           PERFORM ABRIR-ARCHIVO THRU ABRIR-ARCHIVO-FIN.
           PERFORM NUEVA-PAGINA.

       ABRIR-INFORME-FIN.
                  ' ' FECHA-HORA(9:2) ':' FECHA-HORA(11:2)
                  '  PAGINA ' PAGINA-ED
                  DELIMITED BY SIZE INTO LINEA-SALIDA.
           PERFORM GRABAR-LINEA.

           MOVE SPACES TO LINEA-SALIDA.
           PERFORM GRABAR-LINEA.
           MOVE 2 TO LINEAS-PAGINA.

       ESCRIBIR-DETALLE.

           MOVE SPACES TO LINEA-SALIDA.
           MOVE RPT-LINEA TO LINEA-SALIDA.
           PERFORM GRABAR-LINEA.
           ADD 1 TO LINEAS-PAGINA.

           ADD RPT-IMPORTE TO SUBTOTAL-CORTE.
           MOVE SPACES TO LINEA-SALIDA.
           STRING '  TOTAL ' CORTE-ANTERIOR ' ' IMPORTE-ED
                  DELIMITED BY SIZE INTO LINEA-SALIDA.
           PERFORM GRABAR-LINEA.
           ADD 1 TO LINEAS-PAGINA.
           MOVE ZEROS TO SUBTOTAL-CORTE.

           MOVE SPACES TO LINEA-SALIDA.
           STRING '  TOTAL GENERAL ' IMPORTE-ED
                  DELIMITED BY SIZE INTO LINEA-SALIDA.
           PERFORM GRABAR-LINEA.

           CLOSE INFORME.
           MOVE 'N' TO INFORME-ABIERTO.
           PERFORM CERRAR-ARCHIVO.

       CERRAR-INFORME-FIN.
           EXIT.

      * TODA LINEA DEL INFORME SALE A SDPPRINT Y, SI EL ARCHIVO ESTA
      * ACTIVO, A SDPARCX CON SU SECUENCIA Y SU PAGINA
       GRABAR-LINEA.
           WRITE REG-INFORME FROM LINEA-SALIDA.
           IF ARCHIVO-ACTIVO = 'S'
              ADD 1 TO ARCHIVO-SECUENCIA
              MOVE ARCH-TITULO       TO ARX-TITULO
              MOVE ARCH-TMS          TO ARX-TMS
              MOVE ARCH-RUNID        TO ARX-RUNID
              MOVE ARCHIVO-SECUENCIA TO ARX-SECUENCIA
              MOVE PAGINA            TO ARX-PAGINA
              MOVE LINEA-SALIDA      TO ARX-LINEA
              WRITE REG-ARCX
                    INVALID KEY
                       DISPLAY 'AVISO ARCHIVO DE INFORMES SDPARCX FS '
                               FS-ARCX ', INFORME INCOMPLETO'
                       MOVE 'N' TO ARCHIVO-ACTIVO
              END-WRITE
           END-IF.

      * APERTURA DEL ARCHIVO (SE CREA LA PRIMERA VEZ) Y ALTA DEL
      * INFORME EN EL CATALOGO COMO ABIERTO
       ABRIR-ARCHIVO.
           MOVE 'N' TO ARCHIVO-ABIERTO.
           MOVE 'N' TO ARCHIVO-ACTIVO.
           MOVE ZEROS TO ARCHIVO-SECUENCIA.

           OPEN I-O ARCHIVO-CATALOGO.
           IF FS-ARCC = '35'
              OPEN OUTPUT ARCHIVO-CATALOGO
              CLOSE ARCHIVO-CATALOGO
              OPEN I-O ARCHIVO-CATALOGO
           END-IF.
           IF FS-ARCC NOT = '00'
              DISPLAY 'AVISO ARCHIVO DE INFORMES SDPARCC NO '
                      'DISPONIBLE FS ' FS-ARCC
              GO TO ABRIR-ARCHIVO-FIN
           END-IF.

           OPEN I-O ARCHIVO-LINEAS.
           IF FS-ARCX = '35'
              OPEN OUTPUT ARCHIVO-LINEAS
              CLOSE ARCHIVO-LINEAS
              OPEN I-O ARCHIVO-LINEAS
           END-IF.
           IF FS-ARCX NOT = '00'
              DISPLAY 'AVISO ARCHIVO DE INFORMES SDPARCX NO '
                      'DISPONIBLE FS ' FS-ARCX
              CLOSE ARCHIVO-CATALOGO
              GO TO ABRIR-ARCHIVO-FIN
           END-IF.
           MOVE 'S' TO ARCHIVO-ABIERTO.

           CALL 'SDPRUNI0' USING RUN-FUNCION RUN-ID.
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA.
           MOVE TITULO-ACTUAL    TO ARCH-TITULO.
           MOVE FECHA-HORA(1:16) TO ARCH-TMS.
           MOVE RUN-ID           TO ARCH-RUNID.

           MOVE ARCHIVO-CLAVE TO ARC-CLAVE.
           MOVE ZEROS TO ARC-PAGINAS.
           MOVE ZEROS TO ARC-LINEAS.
           MOVE 'A' TO ARC-ESTADO.
           WRITE REG-ARCC
                 INVALID KEY
                    DISPLAY 'AVISO ARCHIVO DE INFORMES SDPARCC FS '
                            FS-ARCC ', INFORME SIN ARCHIVAR'
                    GO TO ABRIR-ARCHIVO-FIN
           END-WRITE.
           MOVE 'S' TO ARCHIVO-ACTIVO.

       ABRIR-ARCHIVO-FIN.
           EXIT.

      * CIERRE: EL CATALOGO QUEDA CON PAGINAS Y LINEAS, CERRADO O
      * INCOMPLETO SI LAS LINEAS FALLARON A MEDIAS
       CERRAR-ARCHIVO.
           IF ARCHIVO-ABIERTO = 'S'
              MOVE ARCHIVO-CLAVE TO ARC-CLAVE
              READ ARCHIVO-CATALOGO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                      MOVE PAGINA            TO ARC-PAGINAS
                      MOVE ARCHIVO-SECUENCIA TO ARC-LINEAS
                      IF ARCHIVO-ACTIVO = 'S'
                         MOVE 'C' TO ARC-ESTADO
                      ELSE
                         MOVE 'I' TO ARC-ESTADO
                      END-IF
                      REWRITE REG-ARCC
              END-READ
              CLOSE ARCHIVO-CATALOGO
              CLOSE ARCHIVO-LINEAS
              MOVE 'N' TO ARCHIVO-ABIERTO
              MOVE 'N' TO ARCHIVO-ACTIVO
           END-IF.
