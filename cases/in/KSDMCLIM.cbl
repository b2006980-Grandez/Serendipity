      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Excepciones de saldo fuera de los limites de su
      *          categoria en el maestro SALIDA
      ******************************************************************
      * SDP DESCRIPTION
      *  Informe nocturno de excepciones: recorre el maestro indexado
      *> SALIDA por la clave alternativa MST-CATEGORIA con READ NEXT
      *> y, para cada registro, consulta su categoria en la
      *> referencia KSDCATG por el modulo KSDMCATL.
      *> Sale al listado paginado de SDPREPW0, con corte por
      *> categoria, todo registro cuyo MST-SALDO queda por debajo del
      *> saldo minimo o por encima del maximo de su categoria, y
      *> tambien los registros cuya categoria no existe en la
      *> referencia (altas anteriores a que KSDMEDIT la validara).
      *> Los registros cerrados por baja logica no se comprueban.
      *  Termina con RC 4 si hay alguna excepcion y RC 16 si la
      *> referencia KSDCATG no esta disponible.
      * SDP END
      *
      * SDP DESC Excepciones de saldo contra limites de categoria
      * SDP IVP 0 Files.Consumes = SALIDA - KSDCATG lo lee el modulo
      * llamado KSDMCATL y SDPPRINT lo escribe SDPREPW0
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. KSDMCLIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MAESTRO ASSIGN TO FIS-SALIDA
                  FILE STATUS IS FS-MAESTRO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS MST-CLAVE
                  ALTERNATE RECORD KEY IS MST-CATEGORIA
                            WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.

       FD  MAESTRO.
       01  REG-MAESTRO.
       COPY KSDWMAST.

       WORKING-STORAGE SECTION.
       77 FS-MAESTRO  PIC XX VALUE SPACES.
       77 RC          PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT   PIC X(40) VALUE SPACES.
       77 FIN-MAESTRO PIC X(01) VALUE 'N'.

      * NOMBRES FISICOS RESUELTOS POR EL MAPEO SDPDDMAP
       01  FICHEROS-FISICOS.
           03 FIS-SALIDA  PIC X(64) VALUE 'SALIDA'.

      * CONSULTA A LA REFERENCIA DE CATEGORIAS (MODULO KSDMCATL)
       01  CATEGORIA-FUNCION PIC X(08) VALUE SPACES.
       01  CATEGORIA-RC      PIC 9(03) VALUE ZEROS.
       01  CONSULTA-CATEGORIA.
       COPY KSDWCATG.

       01  CONTADORES.
           03 LEIDOS      PIC 9(09) VALUE ZEROS.
           03 EXCEPCIONES PIC 9(09) VALUE ZEROS.

       01  CAMPOS-EDICION.
           03 SALDO-ED    PIC -ZZZZZZZZ9.99.
           03 MINIMO-ED   PIC -ZZZZZZZZ9.99.
           03 MAXIMO-ED   PIC -ZZZZZZZZ9.99.
           03 MOTIVO      PIC X(20) VALUE SPACES.

       01  INFORME-LIMITES.
       COPY SDPWREPW.

       01  LINEA PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-INICIO.
           CALL 'SDPDDMP0' USING 'SALIDA  ' FIS-SALIDA.

           MOVE 'ABRIR   ' TO CATEGORIA-FUNCION.
           CALL 'KSDMCATL' USING CATEGORIA-FUNCION CONSULTA-CATEGORIA
                CATEGORIA-RC.
           IF CATEGORIA-RC NOT = ZEROS
              MOVE 16 TO RC
              STOP RUN RETURNING RC
           END-IF.

           OPEN INPUT MAESTRO.
           MOVE 'ABRIENDO MAESTRO SALIDA' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-MAESTRO '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           MOVE 'INICIO  ' TO RPT-FUNCION.
           MOVE 'SALDOS FUERA DE LIMITES DE CATEGORIA'
                TO RPT-TITULO.
           CALL 'SDPREPW0' USING INFORME-LIMITES.

      * RECORRIDO POR LA CLAVE ALTERNATIVA PARA QUE EL CORTE POR
      * CATEGORIA DE SDPREPW0 AGRUPE DE VERDAD
           MOVE LOW-VALUES TO MST-CATEGORIA.
           START MAESTRO KEY NOT < MST-CATEGORIA
                 INVALID KEY MOVE 'S' TO FIN-MAESTRO
           END-START.
           IF FIN-MAESTRO = 'N'
              READ MAESTRO NEXT RECORD
                   AT END MOVE 'S' TO FIN-MAESTRO
              END-READ
           END-IF.
           PERFORM 2000-COMPROBAR-REGISTRO
                   THRU 2000-COMPROBAR-REGISTRO-FIN
                   UNTIL FIN-MAESTRO = 'S'.

           CLOSE MAESTRO.
           MOVE 'CERRAR  ' TO CATEGORIA-FUNCION.
           CALL 'KSDMCATL' USING CATEGORIA-FUNCION CONSULTA-CATEGORIA
                CATEGORIA-RC.

           MOVE 'FINAL   ' TO RPT-FUNCION.
           CALL 'SDPREPW0' USING INFORME-LIMITES.

           DISPLAY 'LEIDOS ' LEIDOS ' EXCEPCIONES ' EXCEPCIONES.

           IF EXCEPCIONES > ZEROS
              MOVE 4 TO RC
           END-IF.
           STOP RUN RETURNING RC.

      * LOS CERRADOS (BAJA LOGICA) ESPERAN LA PURGA: NO SON EXCEPCION
       2000-COMPROBAR-REGISTRO.
           ADD 1 TO LEIDOS.
           IF MST-ESTADO = 'C'
              READ MAESTRO NEXT RECORD
                   AT END MOVE 'S' TO FIN-MAESTRO
              END-READ
              GO TO 2000-COMPROBAR-REGISTRO-FIN
           END-IF.
           MOVE SPACES TO MOTIVO.
           MOVE MST-CATEGORIA TO CTG-CODIGO.
           MOVE 'CONSULTA' TO CATEGORIA-FUNCION.
           CALL 'KSDMCATL' USING CATEGORIA-FUNCION CONSULTA-CATEGORIA
                CATEGORIA-RC.

           EVALUATE TRUE
              WHEN CATEGORIA-RC NOT = ZEROS
                   MOVE 'CATEGORIA INEXISTENTE' TO MOTIVO
              WHEN MST-SALDO < CTG-SALDO-MINIMO
                   MOVE 'SALDO BAJO MINIMO' TO MOTIVO
              WHEN MST-SALDO > CTG-SALDO-MAXIMO
                   MOVE 'SALDO SOBRE MAXIMO' TO MOTIVO
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF MOTIVO NOT = SPACES
              ADD 1 TO EXCEPCIONES
              PERFORM 2100-ESCRIBIR-EXCEPCION
           END-IF.

           READ MAESTRO NEXT RECORD
                AT END MOVE 'S' TO FIN-MAESTRO
           END-READ.

       2000-COMPROBAR-REGISTRO-FIN.
           EXIT.

       2100-ESCRIBIR-EXCEPCION.
           MOVE MST-SALDO TO SALDO-ED.
           MOVE SPACES TO LINEA.
           IF CATEGORIA-RC = ZEROS
              MOVE CTG-SALDO-MINIMO TO MINIMO-ED
              MOVE CTG-SALDO-MAXIMO TO MAXIMO-ED
              STRING MST-CLAVE ' ' MST-NOMBRE ' ' MST-CATEGORIA
                     ' ' CTG-DESCRIPCION(1:20)
                     ' SALDO ' SALDO-ED
                     ' LIMITES ' MINIMO-ED ' / ' MAXIMO-ED
                     ' ' MOTIVO
                     DELIMITED BY SIZE INTO LINEA
           ELSE
              STRING MST-CLAVE ' ' MST-NOMBRE ' ' MST-CATEGORIA
                     ' SALDO ' SALDO-ED
                     ' ' MOTIVO
                     DELIMITED BY SIZE INTO LINEA
           END-IF.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE MST-CATEGORIA TO RPT-CORTE.
           MOVE 1 TO RPT-IMPORTE.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-LIMITES.
