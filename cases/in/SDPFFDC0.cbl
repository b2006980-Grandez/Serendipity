      *>    - los bloques de instantanea SDPSNAPO y de perfil
      *>      SDPPROFL cuya cabecera nombra al programa
      *> Con RC menor que 8 no hace nada y termina limpio.
      *  Cada paquete creado se anota al final del indice SDPFFDCX
      *> (nombre, programa, tarea, RC y marca de tiempo), para que el
      *> emparejador de errores conocidos SDPERRC0 sepa que paquetes
      *> son nuevos sin tener que listar el directorio.
      * SDP END
      *
      * SDP DESC Paquete unico de evidencias por fallo
      * SDP IVP 0 Files.Consumes = SDPFFDCP,SDPPOSTM,SDPWLOG,
      * SDPRUNLG,SDPSNAPO,SDPPROFL
      * SDP IVP 0 Files.Updates = SDPFFDCX
      ******************************************************************

       IDENTIFICATION DIVISION.
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL INDICE ASSIGN TO 'SDPFFDCX'
                  FILE STATUS IS FS-INDICE
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PAQUETE.
       01  REC-PAQUETE PIC X(200).

       FD  INDICE.
       01  REC-INDICE.
           03 IND-PAQUETE  PIC X(16).
           03 IND-SEP1     PIC X(01).
           03 IND-PROGRAMA PIC X(08).
           03 IND-SEP2     PIC X(01).
           03 IND-TAREA    PIC X(08).
           03 IND-SEP3     PIC X(01).
           03 IND-RC       PIC 9(03).
           03 IND-SEP4     PIC X(01).
           03 IND-TMS      PIC X(16).

       WORKING-STORAGE SECTION.
       77 FS-PARM    PIC XX VALUE SPACES.
       77 FS-FUENTE  PIC XX VALUE SPACES.
       77 FS-PAQUETE PIC XX VALUE SPACES.
       77 FS-INDICE  PIC XX VALUE SPACES.
       77 RC         PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT  PIC X(40) VALUE SPACES.
       77 FIN-FICH   PIC X(01) VALUE 'N'.
           PERFORM 2000-COPIAR-FUENTE THRU 2000-COPIAR-FUENTE-FIN.

           CLOSE PAQUETE.
           PERFORM 3000-ANOTAR-INDICE THRU 3000-ANOTAR-INDICE-FIN.

           DISPLAY 'PAQUETE ' NOMBRE-PAQUETE ' CON ' COPIADAS
                   ' LINEAS DE EVIDENCIA'.
                 MOVE 120 TO IDX
              END-IF
           END-PERFORM.

      * EL INDICE ES OPCIONAL: SI NO PUEDE ABRIRSE EL PAQUETE YA
      * ESTA CONGELADO Y SOLO SE AVISA
       3000-ANOTAR-INDICE.
           OPEN EXTEND INDICE.
           IF FS-INDICE NOT = '00' AND FS-INDICE NOT = '05'
              DISPLAY 'AVISO INDICE SDPFFDCX NO DISPONIBLE FS '
                      FS-INDICE
              GO TO 3000-ANOTAR-INDICE-FIN
           END-IF.

           MOVE SPACES TO REC-INDICE.
           MOVE NOMBRE-PAQUETE   TO IND-PAQUETE.
           MOVE FALLO-PROGRAMA   TO IND-PROGRAMA.
           MOVE FALLO-TAREA      TO IND-TAREA.
           MOVE FALLO-RC         TO IND-RC.
           MOVE FECHA-HORA(1:16) TO IND-TMS.
           WRITE REC-INDICE.
           CLOSE INDICE.

       3000-ANOTAR-INDICE-FIN.
           EXIT.
