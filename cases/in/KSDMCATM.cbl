      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Mantenimiento del fichero de referencia de categorias
      *          KSDCATG
      ******************************************************************
      * SDP DESCRIPTION
      *  Aplica al indexado de referencia KSDCATG (trazado KSDWCATG)
      *> las transacciones de KSDCATT: operacion A (alta con WRITE),
      *> U (modificacion con REWRITE) o D (baja con DELETE) seguida
      *> de la imagen completa de 80 bytes del registro de categoria.
      *  Antes de tocar el fichero se valida la imagen: codigo no
      *> vacio y, en altas y modificaciones, descripcion informada,
      *> indicador de activa S o N y saldos minimo y maximo numericos
      *> con el minimo no mayor que el maximo. Dar de baja una
      *> categoria todavia usada en el maestro se hace mejor con una
      *> U a activa N: KSDMEDIT rechaza entonces las transacciones
      *> nuevas con ella sin perder la descripcion en los listados.
      *  Las aplicadas y las rechazadas salen al listado paginado de
      *> SDPREPW0; como en KSDMMANT, cualquier rechazo da RC = 16.
      * SDP END
      *
      * SDP DESC Mantenimiento de la referencia de categorias
      * SDP IVP 0 Files.Consumes = KSDCATT
      * SDP IVP 0 Files.Updates = KSDCATG - abierto en I-O
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. KSDMCATM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TRANSACCIONES ASSIGN TO 'KSDCATT'
                  FILE STATUS IS FS-TRAN
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL CATEGORIAS ASSIGN TO FIS-KSDCATG
                  FILE STATUS IS FS-CATG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CTG-CODIGO.

       DATA DIVISION.
       FILE SECTION.

       FD  TRANSACCIONES.
       01  REC-TRAN.
           03 CTT-OP      PIC X(01).
           03 CTT-IMAGEN  PIC X(80).

       FD  CATEGORIAS.
       01  REG-CATEGORIA.
       COPY KSDWCATG.

       WORKING-STORAGE SECTION.
       77 FS-TRAN   PIC XX VALUE SPACES.
       77 FS-CATG   PIC XX VALUE SPACES.
       77 RC        PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT PIC X(40) VALUE SPACES.
       77 FIN-TRAN  PIC X(01) VALUE 'N'.

      * NOMBRES FISICOS RESUELTOS POR EL MAPEO SDPDDMAP
       01  FICHEROS-FISICOS.
           03 FIS-KSDCATG PIC X(64) VALUE 'KSDCATG'.

       01  VALIDACION.
           03 MOTIVO-RECHAZO PIC X(30) VALUE SPACES.

       01  CONTADORES.
           03 ALTAS      PIC 9(09) VALUE ZEROS.
           03 CAMBIOS    PIC 9(09) VALUE ZEROS.
           03 BAJAS      PIC 9(09) VALUE ZEROS.
           03 RECHAZADAS PIC 9(09) VALUE ZEROS.

       01  INFORME-CATEGORIAS.
       COPY SDPWREPW.

       01  LINEA PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-INICIO.
           CALL 'SDPDDMP0' USING 'KSDCATG ' FIS-KSDCATG.

           OPEN INPUT TRANSACCIONES.
           MOVE 'ABRIENDO TRANSACCIONES KSDCATT' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-TRAN '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

      * LA PRIMERA EJECUCION CREA LA REFERENCIA (STATUS 05)
           OPEN I-O CATEGORIAS.
           MOVE 'ABRIENDO REFERENCIA KSDCATG' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-CATG '00' '05'
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           MOVE 'INICIO  ' TO RPT-FUNCION.
           MOVE 'MANTENIMIENTO DE CATEGORIAS KSDCATG' TO RPT-TITULO.
           CALL 'SDPREPW0' USING INFORME-CATEGORIAS.

           READ TRANSACCIONES
                AT END MOVE 'S' TO FIN-TRAN
           END-READ.
           PERFORM 2000-APLICAR-TRANSACCION UNTIL FIN-TRAN = 'S'.

           CLOSE TRANSACCIONES.
           CLOSE CATEGORIAS.

           MOVE 'FINAL   ' TO RPT-FUNCION.
           CALL 'SDPREPW0' USING INFORME-CATEGORIAS.

           DISPLAY 'ALTAS ' ALTAS ' CAMBIOS ' CAMBIOS
                   ' BAJAS ' BAJAS ' RECHAZADAS ' RECHAZADAS.

           IF RECHAZADAS > ZEROS
              MOVE 16 TO RC
           END-IF.
           STOP RUN RETURNING RC.

       2000-APLICAR-TRANSACCION.
           MOVE CTT-IMAGEN TO REG-CATEGORIA.
           PERFORM 2100-VALIDAR-IMAGEN.

           IF MOTIVO-RECHAZO = SPACES
              EVALUATE CTT-OP
                 WHEN 'A' PERFORM 2200-ALTA
                 WHEN 'U' PERFORM 2300-MODIFICACION
                 WHEN 'D' PERFORM 2400-BAJA
              END-EVALUATE
           END-IF.

           IF MOTIVO-RECHAZO = SPACES
              PERFORM 2800-LISTAR-APLICADA
           ELSE
              ADD 1 TO RECHAZADAS
              PERFORM 2900-LISTAR-RECHAZADA
           END-IF.

           READ TRANSACCIONES
                AT END MOVE 'S' TO FIN-TRAN
           END-READ.

       2100-VALIDAR-IMAGEN.
           MOVE SPACES TO MOTIVO-RECHAZO.
           EVALUATE TRUE
              WHEN CTT-OP NOT = 'A' AND CTT-OP NOT = 'U'
                   AND CTT-OP NOT = 'D'
                   MOVE 'OPERACION DESCONOCIDA' TO MOTIVO-RECHAZO
              WHEN CTG-CODIGO = SPACES
                   MOVE 'CODIGO VACIO' TO MOTIVO-RECHAZO
              WHEN CTT-OP = 'D'
                   CONTINUE
              WHEN CTG-DESCRIPCION = SPACES
                   MOVE 'DESCRIPCION VACIA' TO MOTIVO-RECHAZO
              WHEN CTG-ACTIVA NOT = 'S' AND CTG-ACTIVA NOT = 'N'
                   MOVE 'ACTIVA DEBE SER S O N' TO MOTIVO-RECHAZO
              WHEN CTG-SALDO-MINIMO NOT NUMERIC
                   OR CTG-SALDO-MAXIMO NOT NUMERIC
                   MOVE 'SALDO LIMITE NO NUMERICO' TO MOTIVO-RECHAZO
              WHEN CTG-SALDO-MINIMO > CTG-SALDO-MAXIMO
                   MOVE 'MINIMO MAYOR QUE MAXIMO' TO MOTIVO-RECHAZO
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2200-ALTA.
           WRITE REG-CATEGORIA
                 INVALID KEY
                      MOVE 'ALTA DE CODIGO EXISTENTE' TO MOTIVO-RECHAZO
                 NOT INVALID KEY
                      ADD 1 TO ALTAS
           END-WRITE.

       2300-MODIFICACION.
           REWRITE REG-CATEGORIA
                   INVALID KEY
                        MOVE 'CAMBIO DE CODIGO INEXISTENTE'
                          TO MOTIVO-RECHAZO
                   NOT INVALID KEY
                        ADD 1 TO CAMBIOS
           END-REWRITE.

       2400-BAJA.
           DELETE CATEGORIAS
                  INVALID KEY
                       MOVE 'BAJA DE CODIGO INEXISTENTE'
                         TO MOTIVO-RECHAZO
                  NOT INVALID KEY
                       ADD 1 TO BAJAS
           END-DELETE.

       2800-LISTAR-APLICADA.
           MOVE SPACES TO LINEA.
           STRING 'OP ' CTT-OP ' CATEGORIA ' CTG-CODIGO
                  ' ' CTG-DESCRIPCION ' ACTIVA ' CTG-ACTIVA
                  ' APLICADA'
                  DELIMITED BY SIZE INTO LINEA.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE 'APLICADAS       ' TO RPT-CORTE.
           MOVE 1 TO RPT-IMPORTE.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-CATEGORIAS.

       2900-LISTAR-RECHAZADA.
           MOVE SPACES TO LINEA.
           STRING 'OP ' CTT-OP ' CATEGORIA ' CTG-CODIGO
                  ' RECHAZADA: ' MOTIVO-RECHAZO
                  DELIMITED BY SIZE INTO LINEA.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE 'RECHAZADAS      ' TO RPT-CORTE.
           MOVE 1 TO RPT-IMPORTE.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-CATEGORIAS.
