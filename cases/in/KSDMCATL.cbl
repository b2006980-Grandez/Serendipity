      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Consulta por codigo del fichero de referencia de
      *          categorias KSDCATG
      ******************************************************************
      * SDP DESCRIPTION
      *  Modulo comun de consulta de la referencia de categorias
      *> KSDCATG para los programas del maestro con clave: con
      *> ABRIR abre el indexado en lectura aleatoria, con CONSULTA
      *> devuelve en LNK-CATEGORIA el registro del codigo recibido
      *> en CTG-CODIGO (descripcion, activa, saldos minimo y maximo)
      *> y con CERRAR lo cierra. El fichero queda abierto entre
      *> llamadas, de modo que un programa que consulta una categoria
      *> por registro no paga un OPEN por consulta.
      *  Una CONSULTA sin ABRIR previo abre el fichero ella misma.
      * SDP END
      *
      * SDP IVP 0 Interface.Contract(KSDMCATL) = LNK-FUNCION:IN,
      * LNK-CATEGORIA:INOUT,LNK-RC:OUT - RC 0 categoria encontrada,
      * 4 codigo inexistente, 8 KSDCATG no disponible, 12 funcion
      * desconocida
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. KSDMCATL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CATEGORIAS ASSIGN TO FIS-KSDCATG
                  FILE STATUS IS FS-CATG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CTG-CODIGO OF REG-CATEGORIA.

       DATA DIVISION.
       FILE SECTION.

       FD  CATEGORIAS.
       01  REG-CATEGORIA.
       COPY KSDWCATG.

       WORKING-STORAGE SECTION.
       77 FS-CATG  PIC XX VALUE SPACES.
       77 ABIERTO  PIC X(01) VALUE 'N'.

      * NOMBRES FISICOS RESUELTOS POR EL MAPEO SDPDDMAP
       01  FICHEROS-FISICOS.
           03 FIS-KSDCATG PIC X(64) VALUE 'KSDCATG'.

       LINKAGE SECTION.
       01  LNK-FUNCION  PIC X(08).
       01  LNK-CATEGORIA.
       COPY KSDWCATG.
       01  LNK-RC       PIC 9(03).

       PROCEDURE DIVISION USING LNK-FUNCION LNK-CATEGORIA LNK-RC.
       INICIO.
           MOVE ZEROS TO LNK-RC.

           EVALUATE LNK-FUNCION
              WHEN 'ABRIR   ' PERFORM ABRIR-REFERENCIA
              WHEN 'CONSULTA' PERFORM CONSULTAR-CATEGORIA
                                      THRU CONSULTAR-CATEGORIA-FIN
              WHEN 'CERRAR  ' PERFORM CERRAR-REFERENCIA
              WHEN OTHER      MOVE 12 TO LNK-RC
           END-EVALUATE.

           GOBACK.

       ABRIR-REFERENCIA.
           IF ABIERTO = 'N'
              CALL 'SDPDDMP0' USING 'KSDCATG ' FIS-KSDCATG
              OPEN INPUT CATEGORIAS
              IF FS-CATG = '00'
                 MOVE 'S' TO ABIERTO
              ELSE
                 DISPLAY 'ERROR ' FS-CATG ' ABRIENDO REFERENCIA '
                         'DE CATEGORIAS KSDCATG'
                 MOVE 8 TO LNK-RC
              END-IF
           END-IF.

       CONSULTAR-CATEGORIA.
           PERFORM ABRIR-REFERENCIA.
           IF LNK-RC NOT = ZEROS GO TO CONSULTAR-CATEGORIA-FIN.

           MOVE CTG-CODIGO OF LNK-CATEGORIA
             TO CTG-CODIGO OF REG-CATEGORIA.
           READ CATEGORIAS
                INVALID KEY
                     MOVE 4 TO LNK-RC
                     MOVE SPACES TO CTG-DATOS OF LNK-CATEGORIA
                NOT INVALID KEY
                     MOVE CTG-DATOS OF REG-CATEGORIA
                       TO CTG-DATOS OF LNK-CATEGORIA
           END-READ.

       CONSULTAR-CATEGORIA-FIN.
           EXIT.

       CERRAR-REFERENCIA.
           IF ABIERTO = 'S'
              CLOSE CATEGORIAS
              MOVE 'N' TO ABIERTO
           END-IF.
