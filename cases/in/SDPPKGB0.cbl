      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Construccion del paquete de promocion con manifiesto
      *          y juego de vuelta atras
      ******************************************************************
      * SDP DESCRIPTION
      *  Pasar miembros de las bibliotecas de prueba a produccion
      *> seguia siendo una lista de ficheros que alguien copia. Este
      *> paso ata en una entrega el RC de la puerta, los MD5ID y los
      *> cambios. El deck SDPPKGBP da el paquete:
      *>    PAQUETE    <id>
      *>    DESTINO    <directorio del paquete>
      *>    PRODUCCION <biblioteca de produccion>
      *>    CAMBIO     <ticket> <miembro>
      *> Cada miembro se busca en SDPSRCL (programa, .cbl) o en
      *> SDPCPYL (copybook, .cpy). El alcance sale de los fuentes de
      *> SDPSRCL: un programa que hace COPY de un copybook cambiado
      *> se recompila y entra en el paquete con el ticket del
      *> copybook; un programa que hace CALL a uno del paquete no se
      *> entrega, pero sus casos IVP tambien tienen que pasar.
      *  Cada programa necesita la puerta limpia en SDPGATER (sin
      *> BLOCKER ni MAJOR ni cobertura bajo minimo a su nombre) y
      *> sus resultados de SDPIVPRS en PASS; sin caso propio valen
      *> los de sus llamadores, y sin ninguno se rechaza. El MD5ID
      *> es el del ultimo RESULT de su caso. El rechazo arrastra: un
      *> llamador que falla rechaza al llamado, un programa
      *> rechazado rechaza al copybook que lo trajo y este a los
      *> demas que lo usan.
      *  En el directorio del paquete quedan los miembros aceptados,
      *> el manifiesto MANIFEST (cabecera con el RUNID y el RC de la
      *> puerta, una linea MIEMBRO por miembro con papel, ticket,
      *> huella de contenido, lineas y MD5ID, y un cierre con la
      *> cuenta) y el juego de vuelta atras: la version actual de
      *> produccion de cada miembro como <miembro>.<ext>.RBK y el
      *> fichero ROLLBACK con su huella (PREVIO) o NUEVO si aun no
      *> existe. Un miembro que existe en produccion y no se puede
      *> guardar se rechaza. Primero se copia todo; el rechazo por
      *> fallo de copia se propaga antes de escribir MANIFEST y
      *> ROLLBACK, y la copia y el .RBK de los miembros que arrastra
      *> se borran del paquete. SDPPKGI0 verifica el manifiesto en
      *> destino. RC 4 si se rechaza algun miembro, 8 sin deck, sin
      *> puerta o sin ningun miembro aceptado.
      * SDP END
      *
      * SDP DESC Paquete de promocion con manifiesto y vuelta atras
      * SDP IVP 0 Files.Consumes = SDPPKGBP,SDPSRCL,SDPCPYL,SDPGATER,
      * SDPIVPRS
      * SDP IVP 0 Files.Produces = MANIFEST,ROLLBACK - en el
      * directorio del paquete, con los miembros y sus .RBK
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDPPKGB0.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TARJETAS ASSIGN TO 'SDPPKGBP'
                  FILE STATUS IS FS-TARJETAS
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT LISTA ASSIGN TO 'SDPSRCL'
                  FILE STATUS IS FS-LISTA
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL COPYS ASSIGN TO 'SDPCPYL'
                  FILE STATUS IS FS-COPYS
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL PUERTA ASSIGN TO 'SDPGATER'
                  FILE STATUS IS FS-GATER
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL RESULTADOS ASSIGN TO 'SDPIVPRS'
                  FILE STATUS IS FS-RESULT
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT FUENTE ASSIGN TO NOMBRE-FUENTE
                  FILE STATUS IS FS-FUENTE
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT ORIGEN ASSIGN TO NOMBRE-ORIGEN
                  FILE STATUS IS FS-ORIGEN
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT DESTINO ASSIGN TO NOMBRE-DESTINO
                  FILE STATUS IS FS-DESTINO
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT MANIFIESTO ASSIGN TO NOMBRE-MANIFIESTO
                  FILE STATUS IS FS-MANIF
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT VUELTA-ATRAS ASSIGN TO NOMBRE-VUELTA
                  FILE STATUS IS FS-VUELTA
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  TARJETAS.
       01  REC-TARJETA PIC X(132).

       FD  LISTA.
       01  REC-LISTA PIC X(132).

       FD  COPYS.
       01  REC-COPYS PIC X(132).

       FD  PUERTA.
       01  REC-PUERTA PIC X(132).

       FD  RESULTADOS.
       01  REC-RESULT PIC X(80).

       FD  FUENTE.
       01  REC-FUENTE PIC X(256).

       FD  ORIGEN.
       01  REC-ORIGEN PIC X(256).

       FD  DESTINO.
       01  REC-DESTINO PIC X(256).

       FD  MANIFIESTO.
       01  REC-MANIFIESTO PIC X(132).

       FD  VUELTA-ATRAS.
       01  REC-VUELTA PIC X(132).

       WORKING-STORAGE SECTION.
       77 FS-TARJETAS PIC XX VALUE SPACES.
       77 FS-LISTA    PIC XX VALUE SPACES.
       77 FS-COPYS    PIC XX VALUE SPACES.
       77 FS-GATER    PIC XX VALUE SPACES.
       77 FS-RESULT   PIC XX VALUE SPACES.
       77 FS-FUENTE   PIC XX VALUE SPACES.
       77 FS-ORIGEN   PIC XX VALUE SPACES.
       77 FS-DESTINO  PIC XX VALUE SPACES.
       77 FS-MANIF    PIC XX VALUE SPACES.
       77 FS-VUELTA   PIC XX VALUE SPACES.
       77 RC          PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT   PIC X(40) VALUE SPACES.
       77 FIN-FICH    PIC X(01) VALUE 'N'.
       77 FIN-FUENTE  PIC X(01) VALUE 'N'.
       77 FIN-ORIG    PIC X(01) VALUE 'N'.

       01  PALABRAS-DECK.
           03 PAL-1 PIC X(16) VALUE SPACES.
           03 PAL-2 PIC X(16) VALUE SPACES.
           03 PAL-3 PIC X(16) VALUE SPACES.
           03 PAL-4 PIC X(16) VALUE SPACES.
           03 PAL-5 PIC X(40) VALUE SPACES.
           03 PUNTERO PIC 9(03) VALUE ZEROS.

       01  PAQUETE.
           03 PAQ-ID         PIC X(16) VALUE SPACES.
           03 PAQ-DESTINO    PIC X(64) VALUE SPACES.
           03 PAQ-PRODUCCION PIC X(64) VALUE SPACES.
           03 PAQ-RUNID      PIC X(16) VALUE SPACES.
           03 PAQ-TMS        PIC X(16) VALUE SPACES.
           03 PAQ-PUERTA-RC  PIC X(03) VALUE '---'.

       01  NOMBRES.
           03 NOMBRE-FUENTE     PIC X(96) VALUE SPACES.
           03 NOMBRE-ORIGEN     PIC X(96) VALUE SPACES.
           03 NOMBRE-DESTINO    PIC X(96) VALUE SPACES.
           03 NOMBRE-MANIFIESTO PIC X(96) VALUE SPACES.
           03 NOMBRE-VUELTA     PIC X(96) VALUE SPACES.
           03 NOMBRE-BASE       PIC X(16) VALUE SPACES.
           03 NOMBRE-DIR        PIC X(64) VALUE SPACES.

      * FUENTES DE LA BIBLIOTECA DE PRUEBA (SDPSRCL Y SDPCPYL)
       01  TABLA-FUENTES.
           03 SRC-USADOS PIC 9(04) VALUE ZEROS.
           03 SRC-ENTRADA OCCURS 1000 TIMES.
              05 SRC-NOMBRE  PIC X(08).
              05 SRC-TIPO    PIC X(01).
              05 SRC-FICHERO PIC X(64).

      * MIEMBROS DEL PAQUETE. PAPEL C CAMBIADO, A ARRASTRADO POR
      * COPY (SE ENTREGA), L LLAMADOR (SOLO IVP). ORIGEN ES EL
      * MIEMBRO QUE LO TRAJO
       01  TABLA-MIEMBROS.
           03 MIE-USADOS PIC 9(03) VALUE ZEROS.
           03 MIE-ENTRADA OCCURS 300 TIMES.
              05 MIE-NOMBRE   PIC X(08).
              05 MIE-TIPO     PIC X(01).
                 88 MIE-PROGRAMA VALUE 'P'.
                 88 MIE-COPYBOOK VALUE 'C'.
              05 MIE-PAPEL    PIC X(01).
                 88 MIE-ENTREGA  VALUE 'C' 'A'.
                 88 MIE-LLAMADOR VALUE 'L'.
              05 MIE-TICKET   PIC X(12).
              05 MIE-FICHERO  PIC X(64).
              05 MIE-ORIGEN   PIC 9(03).
              05 MIE-MD5      PIC X(32).
              05 MIE-PUERTA   PIC X(08).
              05 MIE-PASA     PIC 9(04).
              05 MIE-FALLA    PIC 9(04).
              05 MIE-HUELLA   PIC 9(12).
              05 MIE-LINEAS   PIC 9(07).
              05 MIE-COPIADO  PIC X(01).
              05 MIE-PREVIO   PIC X(01).
              05 MIE-HUELLA-PREV PIC 9(12).
              05 MIE-LINEAS-PREV PIC 9(07).
              05 MIE-ESTADO   PIC X(01).
                 88 MIE-ACEPTADO  VALUE 'S'.
                 88 MIE-RECHAZADO VALUE 'R'.
              05 MIE-RAZON    PIC X(40).

       01  PALABRAS-FUENTE.
           03 PAF-PALABRA PIC X(32) OCCURS 8 TIMES.

       01  TRABAJO.
           03 IDX          PIC 9(04) VALUE ZEROS.
           03 IDX-M        PIC 9(04) VALUE ZEROS.
           03 IDX-P        PIC 9(04) VALUE ZEROS.
           03 IDX-S        PIC 9(04) VALUE ZEROS.
           03 HALLADO      PIC 9(04) VALUE ZEROS.
           03 PASADA       PIC 9(01) VALUE ZEROS.
           03 CAMBIOS      PIC 9(04) VALUE ZEROS.
           03 ACEPTADOS    PIC 9(04) VALUE ZEROS.
           03 RECHAZADOS   PIC 9(04) VALUE ZEROS.
           03 REFERIDO     PIC X(32) VALUE SPACES.
           03 VERBO        PIC X(04) VALUE SPACES.
           03 EXTENSION    PIC X(03) VALUE SPACES.
           03 COPIADAS     PIC 9(07) VALUE ZEROS.
           03 HUELLA-PREVIA PIC 9(12) VALUE ZEROS.
           03 PREVIOS      PIC 9(04) VALUE ZEROS.
           03 NUEVOS       PIC 9(04) VALUE ZEROS.
           03 LINEA        PIC X(132) VALUE SPACES.
           03 LINEA-VUELTA PIC X(132) VALUE SPACES.
           03 CORTE-PEDIDO PIC X(16) VALUE SPACES.
           03 ED-CONTADOR  PIC ZZZ9.

      * HUELLA DE CONTENIDO: LA MISMA POLINOMICA QUE KSDMHUEL, SOBRE
      * TODAS LAS LINEAS DEL MIEMBRO ENCADENADAS
       01  CALCULO-HUELLA.
           03 ACUMULADO   PIC 9(15) VALUE ZEROS.
           03 BASE-HUELLA PIC 9(03) VALUE 257.
           03 PRIMO-HUELLA PIC 9(12) VALUE 999999999989.
           03 IDX-OCTETO  PIC 9(04) COMP VALUE ZEROS.

       01  RESULTADO-IVP.
           03 RES-ETIQUETA PIC X(08).
           03 RES-CASO     PIC X(08).
           03 RES-ESCENARIO PIC X(16).
           03 RES-VEREDICTO PIC X(04).
           03 RES-MD5      PIC X(32).

       01  LINEA-PUERTA.
           03 LPU-PROGRAMA PIC X(08).
           03 LPU-REGLA    PIC X(16).
           03 LPU-CUANTAS  PIC X(08).
           03 LPU-CLAVE    PIC X(16).
           03 LPU-NIVEL    PIC X(16).

       01  FECHA-HORA PIC X(21) VALUE SPACES.

       01  RUN-DATOS.
           03 RUN-FUNCION PIC X(08) VALUE 'ACTUAL  '.
           03 RUN-ID      PIC X(16) VALUE SPACES.

       01  INFORME-PAQUETE.
       COPY SDPWREPW.

       PROCEDURE DIVISION.
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA.
           MOVE FECHA-HORA(1:16) TO PAQ-TMS.
           CALL 'SDPRUNI0' USING RUN-FUNCION RUN-ID.
           MOVE RUN-ID TO PAQ-RUNID.

           PERFORM 1100-LEER-DECK THRU 1100-LEER-DECK-FIN.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.
           PERFORM 1300-CARGAR-FUENTES THRU 1300-CARGAR-FUENTES-FIN.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.
           PERFORM 1500-RESOLVER-CAMBIOS
                   VARYING IDX-M FROM 1 BY 1 UNTIL IDX-M > CAMBIOS.

      * PRIMERA PASADA: COPY DE COPYBOOKS CAMBIADOS; SEGUNDA: CALL A
      * LOS PROGRAMAS QUE SE ENTREGAN (YA CON LOS ARRASTRADOS)
           MOVE 1 TO PASADA.
           PERFORM 2000-EXPLORAR-FUENTE
                   THRU 2000-EXPLORAR-FUENTE-FIN
                   VARYING IDX-S FROM 1 BY 1 UNTIL IDX-S > SRC-USADOS.
           MOVE 2 TO PASADA.
           PERFORM 2000-EXPLORAR-FUENTE
                   THRU 2000-EXPLORAR-FUENTE-FIN
                   VARYING IDX-S FROM 1 BY 1 UNTIL IDX-S > SRC-USADOS.

           PERFORM 3000-LEER-PUERTA THRU 3000-LEER-PUERTA-FIN.
           PERFORM 3500-LEER-RESULTADOS THRU 3500-LEER-RESULTADOS-FIN.
           PERFORM 4000-DECIDIR THRU 4000-DECIDIR-FIN
                   VARYING IDX-M FROM 1 BY 1 UNTIL IDX-M > MIE-USADOS.
           PERFORM 4500-PROPAGAR-RECHAZOS.

           PERFORM 5000-ESCRIBIR-PAQUETE
                   THRU 5000-ESCRIBIR-PAQUETE-FIN.
           PERFORM 8000-INFORME THRU 8000-INFORME-FIN.

           IF ACEPTADOS = ZEROS
              MOVE 8 TO RC
           ELSE
              IF RECHAZADOS > ZEROS AND RC < 4
                 MOVE 4 TO RC
              END-IF
           END-IF.
           STOP RUN RETURNING RC.

      ******************************************************************
      * DECK DEL PAQUETE
      ******************************************************************
       1100-LEER-DECK.
           OPEN INPUT TARJETAS.
           MOVE 'ABRIENDO DECK SDPPKGBP' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-TARJETAS '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS
              MOVE 8 TO RC
              GO TO 1100-LEER-DECK-FIN
           END-IF.
           READ TARJETAS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 1200-TRATAR-TARJETA UNTIL FIN-FICH = 'S'.
           CLOSE TARJETAS.
           MOVE 'N' TO FIN-FICH.

           IF PAQ-ID = SPACES
              MOVE 'SIN-ID' TO PAQ-ID
           END-IF.
           IF CAMBIOS = ZEROS
              DISPLAY 'ERROR SDPPKGBP SIN TARJETAS CAMBIO'
              MOVE 8 TO RC
           END-IF.

       1100-LEER-DECK-FIN.
           EXIT.

       1200-TRATAR-TARJETA.
           MOVE SPACES TO PALABRAS-DECK.
           MOVE 1 TO PUNTERO.
           UNSTRING REC-TARJETA DELIMITED BY ALL SPACES
                    INTO PAL-1 PAL-2 PAL-3 WITH POINTER PUNTERO.
           EVALUATE PAL-1
              WHEN 'PAQUETE'
                   MOVE PAL-2 TO PAQ-ID
              WHEN 'DESTINO'
                   MOVE 1 TO PUNTERO
                   UNSTRING REC-TARJETA DELIMITED BY ALL SPACES
                            INTO PAL-1 PAQ-DESTINO WITH POINTER PUNTERO
              WHEN 'PRODUCCION'
                   MOVE 1 TO PUNTERO
                   UNSTRING REC-TARJETA DELIMITED BY ALL SPACES
                            INTO PAL-1 PAQ-PRODUCCION
                            WITH POINTER PUNTERO
              WHEN 'CAMBIO'
                   IF PAL-3 NOT = SPACES AND MIE-USADOS < 300
                      ADD 1 TO MIE-USADOS
                      MOVE MIE-USADOS TO CAMBIOS
                      MOVE SPACES TO MIE-ENTRADA(MIE-USADOS)
                      MOVE PAL-3 TO MIE-NOMBRE(MIE-USADOS)
                      MOVE PAL-2 TO MIE-TICKET(MIE-USADOS)
                      MOVE 'C'   TO MIE-PAPEL(MIE-USADOS)
                      PERFORM 1250-LIMPIAR-MIEMBRO
                   END-IF
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ TARJETAS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       1250-LIMPIAR-MIEMBRO.
           MOVE ZEROS TO MIE-ORIGEN(MIE-USADOS) MIE-PASA(MIE-USADOS)
                         MIE-FALLA(MIE-USADOS) MIE-HUELLA(MIE-USADOS)
                         MIE-LINEAS(MIE-USADOS).
           MOVE '-' TO MIE-MD5(MIE-USADOS).
           MOVE 'S' TO MIE-ESTADO(MIE-USADOS).

      ******************************************************************
      * FUENTES DE PRUEBA: SOURCE <PROGRAMA> <FICHERO> Y
      * COPYBOOK <NOMBRE> <FICHERO>
      ******************************************************************
       1300-CARGAR-FUENTES.
           OPEN INPUT LISTA.
           MOVE 'ABRIENDO LISTA SDPSRCL' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-LISTA '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS
              MOVE 8 TO RC
              GO TO 1300-CARGAR-FUENTES-FIN
           END-IF.
           READ LISTA
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 1350-ANOTAR-SOURCE UNTIL FIN-FICH = 'S'.
           CLOSE LISTA.
           MOVE 'N' TO FIN-FICH.

           OPEN INPUT COPYS.
           IF FS-COPYS = '00'
              READ COPYS
                   AT END MOVE 'S' TO FIN-FICH
              END-READ
              PERFORM 1360-ANOTAR-COPYBOOK UNTIL FIN-FICH = 'S'
           END-IF.
           CLOSE COPYS.
           MOVE 'N' TO FIN-FICH.

       1300-CARGAR-FUENTES-FIN.
           EXIT.

       1350-ANOTAR-SOURCE.
           MOVE SPACES TO PALABRAS-DECK.
           UNSTRING REC-LISTA DELIMITED BY ALL SPACES
                    INTO PAL-1 PAL-2 PAL-5.
           IF PAL-1 = 'SOURCE' AND PAL-5 NOT = SPACES
              AND SRC-USADOS < 1000
              ADD 1 TO SRC-USADOS
              MOVE PAL-2 TO SRC-NOMBRE(SRC-USADOS)
              MOVE 'P'   TO SRC-TIPO(SRC-USADOS)
              MOVE SPACES TO SRC-FICHERO(SRC-USADOS)
              UNSTRING REC-LISTA DELIMITED BY ALL SPACES
                       INTO PAL-1 PAL-2 SRC-FICHERO(SRC-USADOS)
           END-IF.
           READ LISTA
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       1360-ANOTAR-COPYBOOK.
           MOVE SPACES TO PALABRAS-DECK.
           UNSTRING REC-COPYS DELIMITED BY ALL SPACES
                    INTO PAL-1 PAL-2 PAL-5.
           IF PAL-1 = 'COPYBOOK' AND PAL-5 NOT = SPACES
              AND SRC-USADOS < 1000
              ADD 1 TO SRC-USADOS
              MOVE PAL-2 TO SRC-NOMBRE(SRC-USADOS)
              MOVE 'C'   TO SRC-TIPO(SRC-USADOS)
              MOVE SPACES TO SRC-FICHERO(SRC-USADOS)
              UNSTRING REC-COPYS DELIMITED BY ALL SPACES
                       INTO PAL-1 PAL-2 SRC-FICHERO(SRC-USADOS)
           END-IF.
           READ COPYS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

      * CADA CAMBIO A SU FUENTE; UN MIEMBRO DESCONOCIDO SE RECHAZA
       1500-RESOLVER-CAMBIOS.
           MOVE ZEROS TO HALLADO.
           PERFORM 1510-BUSCAR-FUENTE
                   VARYING IDX FROM 1 BY 1
                   UNTIL IDX > SRC-USADOS OR HALLADO > ZEROS.
           IF HALLADO = ZEROS
              MOVE 'P' TO MIE-TIPO(IDX-M)
              MOVE 'R' TO MIE-ESTADO(IDX-M)
              MOVE 'SIN FUENTE EN SDPSRCL NI SDPCPYL'
                   TO MIE-RAZON(IDX-M)
           ELSE
              MOVE SRC-TIPO(HALLADO)    TO MIE-TIPO(IDX-M)
              MOVE SRC-FICHERO(HALLADO) TO MIE-FICHERO(IDX-M)
           END-IF.

       1510-BUSCAR-FUENTE.
           IF SRC-NOMBRE(IDX) = MIE-NOMBRE(IDX-M)
              MOVE IDX TO HALLADO
           END-IF.

      ******************************************************************
      * ALCANCE: SE LEE CADA FUENTE DE SDPSRCL BUSCANDO COPY (PASADA
      * 1) O CALL (PASADA 2) A MIEMBROS DEL PAQUETE
      ******************************************************************
       2000-EXPLORAR-FUENTE.
           IF SRC-TIPO(IDX-S) NOT = 'P'
              GO TO 2000-EXPLORAR-FUENTE-FIN
           END-IF.
           MOVE SRC-FICHERO(IDX-S) TO NOMBRE-FUENTE.
           OPEN INPUT FUENTE.
           IF FS-FUENTE NOT = '00'
              CLOSE FUENTE
              GO TO 2000-EXPLORAR-FUENTE-FIN
           END-IF.
           MOVE 'N' TO FIN-FUENTE.
           READ FUENTE
                AT END MOVE 'S' TO FIN-FUENTE
           END-READ.
           PERFORM 2100-EXAMINAR-LINEA UNTIL FIN-FUENTE = 'S'.
           CLOSE FUENTE.

       2000-EXPLORAR-FUENTE-FIN.
           EXIT.

       2100-EXAMINAR-LINEA.
           IF REC-FUENTE(7:1) NOT = '*' AND REC-FUENTE(7:1) NOT = '/'
              MOVE SPACES TO PALABRAS-FUENTE
              UNSTRING REC-FUENTE(8:65) DELIMITED BY ALL SPACES
                       INTO PAF-PALABRA(1) PAF-PALABRA(2)
                            PAF-PALABRA(3) PAF-PALABRA(4)
                            PAF-PALABRA(5) PAF-PALABRA(6)
                            PAF-PALABRA(7) PAF-PALABRA(8)
              PERFORM 2200-EXAMINAR-PALABRA
                      VARYING IDX-P FROM 1 BY 1 UNTIL IDX-P > 7
           END-IF.
           READ FUENTE
                AT END MOVE 'S' TO FIN-FUENTE
           END-READ.

       2200-EXAMINAR-PALABRA.
           MOVE PAF-PALABRA(IDX-P) TO VERBO.
           IF (PASADA = 1 AND VERBO = 'COPY')
              OR (PASADA = 2 AND VERBO = 'CALL')
              MOVE PAF-PALABRA(IDX-P + 1) TO REFERIDO
              INSPECT REFERIDO REPLACING ALL '.' BY SPACE
                                         ALL QUOTE BY SPACE
                                         ALL "'" BY SPACE
              IF REFERIDO(1:1) = SPACE
                 MOVE REFERIDO(2:) TO NOMBRE-BASE
              ELSE
                 MOVE REFERIDO TO NOMBRE-BASE
              END-IF
              PERFORM 2300-CASAR-REFERIDO
                      VARYING IDX-M FROM 1 BY 1
                      UNTIL IDX-M > MIE-USADOS
           END-IF.

      * EL REFERIDO TIENE QUE SER DEL PAQUETE: EN LA PASADA 1 UN
      * COPYBOOK CAMBIADO, EN LA 2 UN PROGRAMA QUE SE ENTREGA
       2300-CASAR-REFERIDO.
           IF MIE-NOMBRE(IDX-M) = NOMBRE-BASE(1:8)
              AND MIE-NOMBRE(IDX-M) NOT = SRC-NOMBRE(IDX-S)
              AND MIE-ENTREGA(IDX-M)
              AND ((PASADA = 1 AND MIE-COPYBOOK(IDX-M))
                OR (PASADA = 2 AND MIE-PROGRAMA(IDX-M)))
              PERFORM 2400-ANADIR-AFECTADO
                      THRU 2400-ANADIR-AFECTADO-FIN
           END-IF.

       2400-ANADIR-AFECTADO.
           MOVE ZEROS TO HALLADO.
           PERFORM 2410-BUSCAR-MIEMBRO
                   VARYING IDX FROM 1 BY 1
                   UNTIL IDX > MIE-USADOS OR HALLADO > ZEROS.
           IF HALLADO > ZEROS OR MIE-USADOS NOT < 300
              GO TO 2400-ANADIR-AFECTADO-FIN
           END-IF.
           ADD 1 TO MIE-USADOS.
           MOVE SPACES TO MIE-ENTRADA(MIE-USADOS).
           PERFORM 1250-LIMPIAR-MIEMBRO.
           MOVE SRC-NOMBRE(IDX-S)  TO MIE-NOMBRE(MIE-USADOS).
           MOVE 'P'                TO MIE-TIPO(MIE-USADOS).
           MOVE SRC-FICHERO(IDX-S) TO MIE-FICHERO(MIE-USADOS).
           MOVE MIE-TICKET(IDX-M)  TO MIE-TICKET(MIE-USADOS).
           MOVE IDX-M              TO MIE-ORIGEN(MIE-USADOS).
           IF PASADA = 1
              MOVE 'A' TO MIE-PAPEL(MIE-USADOS)
           ELSE
              MOVE 'L' TO MIE-PAPEL(MIE-USADOS)
           END-IF.

       2400-ANADIR-AFECTADO-FIN.
           EXIT.

       2410-BUSCAR-MIEMBRO.
           IF MIE-NOMBRE(IDX) = SRC-NOMBRE(IDX-S)
              MOVE IDX TO HALLADO
           END-IF.

      ******************************************************************
      * PUERTA: LINEAS <PROGRAMA> <REGLA> <N> SEVERIDAD <NIVEL> Y
      * <PROGRAMA> BLOQUES|PARRAFOS <N> PCT BAJO EL MINIMO
      ******************************************************************
       3000-LEER-PUERTA.
           OPEN INPUT PUERTA.
           IF FS-GATER NOT = '00'
              CLOSE PUERTA
              DISPLAY 'AVISO SIN SDPGATER, NINGUN PROGRAMA PASA LA '
                      'PUERTA'
              PERFORM 3050-SIN-PUERTA
                      VARYING IDX-M FROM 1 BY 1
                      UNTIL IDX-M > MIE-USADOS
              GO TO 3000-LEER-PUERTA-FIN
           END-IF.
           READ PUERTA
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 3100-LINEA-PUERTA UNTIL FIN-FICH = 'S'.
           CLOSE PUERTA.
           MOVE 'N' TO FIN-FICH.

       3000-LEER-PUERTA-FIN.
           EXIT.

       3050-SIN-PUERTA.
           MOVE 'SIN-GATE' TO MIE-PUERTA(IDX-M).

       3100-LINEA-PUERTA.
           MOVE SPACES TO LINEA-PUERTA.
           UNSTRING REC-PUERTA DELIMITED BY ALL SPACES
                    INTO LPU-PROGRAMA LPU-REGLA LPU-CUANTAS
                         LPU-CLAVE LPU-NIVEL.
           IF LPU-PROGRAMA = '*' AND LPU-REGLA = 'RC'
              MOVE LPU-CUANTAS TO PAQ-PUERTA-RC
           END-IF.
           MOVE SPACES TO REFERIDO.
           IF LPU-CLAVE = 'SEVERIDAD'
              AND (LPU-NIVEL = 'BLOCKER' OR LPU-NIVEL = 'MAJOR')
              MOVE LPU-NIVEL TO REFERIDO
           END-IF.
           IF LPU-CLAVE = 'PCT' AND REC-PUERTA(1:1) NOT = '*'
              MOVE 'MINIMO' TO REFERIDO
           END-IF.
           IF REFERIDO NOT = SPACES
              PERFORM 3200-MARCAR-PUERTA
                      VARYING IDX-M FROM 1 BY 1
                      UNTIL IDX-M > MIE-USADOS
           END-IF.
           READ PUERTA
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

      * SE QUEDA CON LA PEOR: BLOCKER SOBRE MINIMO SOBRE MAJOR
       3200-MARCAR-PUERTA.
           IF MIE-NOMBRE(IDX-M) = LPU-PROGRAMA
              AND MIE-PUERTA(IDX-M) NOT = 'BLOCKER'
              IF MIE-PUERTA(IDX-M) NOT = 'MINIMO'
                 OR REFERIDO = 'BLOCKER'
                 MOVE REFERIDO TO MIE-PUERTA(IDX-M)
              END-IF
           END-IF.

      ******************************************************************
      * RESULTADOS IVP: RESULT <CASO> <ESCENARIO> <PASS|FAIL> <MD5ID>
      ******************************************************************
       3500-LEER-RESULTADOS.
           OPEN INPUT RESULTADOS.
           IF FS-RESULT NOT = '00'
              CLOSE RESULTADOS
              DISPLAY 'AVISO SIN SDPIVPRS, NINGUN CASO IVP PASADO'
              GO TO 3500-LEER-RESULTADOS-FIN
           END-IF.
           READ RESULTADOS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 3600-LINEA-RESULTADO UNTIL FIN-FICH = 'S'.
           CLOSE RESULTADOS.
           MOVE 'N' TO FIN-FICH.

       3500-LEER-RESULTADOS-FIN.
           EXIT.

       3600-LINEA-RESULTADO.
           MOVE SPACES TO RESULTADO-IVP.
           UNSTRING REC-RESULT DELIMITED BY ALL SPACES
                    INTO RES-ETIQUETA RES-CASO RES-ESCENARIO
                         RES-VEREDICTO RES-MD5.
           IF RES-ETIQUETA = 'RESULT'
              PERFORM 3700-ANOTAR-RESULTADO
                      VARYING IDX-M FROM 1 BY 1
                      UNTIL IDX-M > MIE-USADOS
           END-IF.
           READ RESULTADOS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       3700-ANOTAR-RESULTADO.
           IF MIE-NOMBRE(IDX-M) = RES-CASO
              IF RES-VEREDICTO = 'PASS'
                 ADD 1 TO MIE-PASA(IDX-M)
              ELSE
                 ADD 1 TO MIE-FALLA(IDX-M)
              END-IF
              IF RES-MD5 NOT = SPACES
                 MOVE RES-MD5 TO MIE-MD5(IDX-M)
              END-IF
           END-IF.

      ******************************************************************
      * DECISION POR MIEMBRO
      ******************************************************************
      * DEL LLAMADOR SOLO CUENTAN SUS CASOS QUE FALLAN
       4000-DECIDIR.
           IF MIE-RECHAZADO(IDX-M) OR MIE-COPYBOOK(IDX-M)
              GO TO 4000-DECIDIR-FIN
           END-IF.
           IF MIE-LLAMADOR(IDX-M) AND MIE-FALLA(IDX-M) = ZEROS
              GO TO 4000-DECIDIR-FIN
           END-IF.
           IF MIE-PUERTA(IDX-M) NOT = SPACES
              MOVE 'R' TO MIE-ESTADO(IDX-M)
              MOVE SPACES TO MIE-RAZON(IDX-M)
              STRING 'PUERTA ' MIE-PUERTA(IDX-M)
                     DELIMITED BY SIZE INTO MIE-RAZON(IDX-M)
              GO TO 4000-DECIDIR-FIN
           END-IF.
           IF MIE-FALLA(IDX-M) > ZEROS
              MOVE 'R' TO MIE-ESTADO(IDX-M)
              MOVE MIE-FALLA(IDX-M) TO ED-CONTADOR
              MOVE SPACES TO MIE-RAZON(IDX-M)
              STRING 'IVP FAIL EN ' ED-CONTADOR ' ESCENARIOS'
                     DELIMITED BY SIZE INTO MIE-RAZON(IDX-M)
              GO TO 4000-DECIDIR-FIN
           END-IF.
      * SIN CASO PROPIO VALEN LOS DE SUS LLAMADORES
           IF MIE-PASA(IDX-M) = ZEROS AND MIE-ENTREGA(IDX-M)
              MOVE ZEROS TO HALLADO
              PERFORM 4100-BUSCAR-LLAMADOR
                      VARYING IDX FROM 1 BY 1 UNTIL IDX > MIE-USADOS
              IF HALLADO = ZEROS
                 MOVE 'R' TO MIE-ESTADO(IDX-M)
                 MOVE 'SIN RESULTADOS IVP PROPIOS NI DE LLAMADORES'
                      TO MIE-RAZON(IDX-M)
              END-IF
           END-IF.

       4000-DECIDIR-FIN.
           EXIT.

       4100-BUSCAR-LLAMADOR.
           IF MIE-LLAMADOR(IDX) AND MIE-ORIGEN(IDX) = IDX-M
              AND MIE-PASA(IDX) > ZEROS
              MOVE IDX TO HALLADO
           END-IF.

      * EL RECHAZO SUBE DEL LLAMADOR O DEL ARRASTRADO A SU ORIGEN Y
      * BAJA DEL COPYBOOK RECHAZADO A LOS QUE ARRASTRO. LOS ORIGENES
      * SON SIEMPRE ANTERIORES EN LA TABLA, ASI QUE BASTA SUBIR DE
      * ATRAS HACIA DELANTE Y BAJAR DE DELANTE HACIA ATRAS
       4500-PROPAGAR-RECHAZOS.
           PERFORM 4600-SUBIR-RECHAZO
                   VARYING IDX-M FROM MIE-USADOS BY -1
                   UNTIL IDX-M < 1.
           PERFORM 4700-BAJAR-RECHAZO
                   VARYING IDX-M FROM 1 BY 1 UNTIL IDX-M > MIE-USADOS.

       4600-SUBIR-RECHAZO.
           IF MIE-RECHAZADO(IDX-M) AND MIE-ORIGEN(IDX-M) > ZEROS
              MOVE MIE-ORIGEN(IDX-M) TO IDX
              IF MIE-ACEPTADO(IDX)
                 MOVE 'R' TO MIE-ESTADO(IDX)
                 MOVE SPACES TO MIE-RAZON(IDX)
                 STRING 'RECHAZADO ' MIE-NOMBRE(IDX-M)
                        ' QUE DEPENDE DE EL'
                        DELIMITED BY SIZE INTO MIE-RAZON(IDX)
              END-IF
           END-IF.

       4700-BAJAR-RECHAZO.
           IF MIE-ORIGEN(IDX-M) > ZEROS AND MIE-ENTREGA(IDX-M)
              AND MIE-ACEPTADO(IDX-M)
              MOVE MIE-ORIGEN(IDX-M) TO IDX
              IF MIE-RECHAZADO(IDX)
                 MOVE 'R' TO MIE-ESTADO(IDX-M)
                 MOVE SPACES TO MIE-RAZON(IDX-M)
                 STRING 'RECHAZADO SU ORIGEN ' MIE-NOMBRE(IDX)
                        DELIMITED BY SIZE INTO MIE-RAZON(IDX-M)
              END-IF
           END-IF.

      ******************************************************************
      * PAQUETE: MIEMBROS, JUEGO DE VUELTA ATRAS Y MANIFIESTO
      ******************************************************************
       5000-ESCRIBIR-PAQUETE.
           MOVE 'MANIFEST' TO NOMBRE-BASE.
           PERFORM 5900-NOMBRE-EN-PAQUETE.
           MOVE NOMBRE-DESTINO TO NOMBRE-MANIFIESTO.
           MOVE 'ROLLBACK' TO NOMBRE-BASE.
           PERFORM 5900-NOMBRE-EN-PAQUETE.
           MOVE NOMBRE-DESTINO TO NOMBRE-VUELTA.

           OPEN OUTPUT MANIFIESTO.
           MOVE 'CREANDO MANIFIESTO DEL PAQUETE' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-MANIF '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS
              MOVE 8 TO RC
              MOVE ZEROS TO ACEPTADOS
              GO TO 5000-ESCRIBIR-PAQUETE-FIN
           END-IF.
           OPEN OUTPUT VUELTA-ATRAS.
           MOVE 'CREANDO ROLLBACK DEL PAQUETE' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-VUELTA '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS
              CLOSE MANIFIESTO
              MOVE 8 TO RC
              MOVE ZEROS TO ACEPTADOS
              GO TO 5000-ESCRIBIR-PAQUETE-FIN
           END-IF.

           MOVE SPACES TO LINEA.
           STRING '* PAQUETE ' PAQ-ID ' CREADO ' PAQ-TMS
                  ' RUNID ' PAQ-RUNID ' PUERTA RC ' PAQ-PUERTA-RC
                  DELIMITED BY SIZE INTO LINEA.
           WRITE REC-MANIFIESTO FROM LINEA.
           WRITE REC-VUELTA FROM LINEA.

      * PRIMERO SE COPIA TODO; LOS FALLOS DE COPIA RECHAZAN Y EL
      * RECHAZO SE VUELVE A PROPAGAR ANTES DE ESCRIBIR NADA, PARA
      * QUE MANIFEST Y ROLLBACK SALGAN DE LOS ESTADOS FINALES
           PERFORM 5100-ENTREGAR-MIEMBRO
                   THRU 5100-ENTREGAR-MIEMBRO-FIN
                   VARYING IDX-M FROM 1 BY 1 UNTIL IDX-M > MIE-USADOS.
           PERFORM 4500-PROPAGAR-RECHAZOS.
           PERFORM 5200-ANOTAR-MIEMBRO
                   THRU 5200-ANOTAR-MIEMBRO-FIN
                   VARYING IDX-M FROM 1 BY 1 UNTIL IDX-M > MIE-USADOS.

           MOVE ACEPTADOS TO ED-CONTADOR.
           MOVE SPACES TO LINEA.
           STRING '* FIN ' ED-CONTADOR ' MIEMBROS'
                  DELIMITED BY SIZE INTO LINEA.
           WRITE REC-MANIFIESTO FROM LINEA.
           WRITE REC-VUELTA FROM LINEA.
           CLOSE MANIFIESTO.
           CLOSE VUELTA-ATRAS.

       5000-ESCRIBIR-PAQUETE-FIN.
           EXIT.

       5100-ENTREGAR-MIEMBRO.
           MOVE 'N' TO MIE-COPIADO(IDX-M).
           IF NOT MIE-ENTREGA(IDX-M) OR MIE-RECHAZADO(IDX-M)
              GO TO 5100-ENTREGAR-MIEMBRO-FIN
           END-IF.
           PERFORM 5050-EXTENSION.

      * VERSION ACTUAL DE PRODUCCION AL JUEGO DE VUELTA ATRAS. VA
      * ANTES QUE LA COPIA AL PAQUETE: SOLO ES NUEVO EL MIEMBRO QUE NO
      * EXISTE EN PRODUCCION (FS 35); SI EXISTE Y NO SE PUEDE GUARDAR
      * SE RECHAZA, PORQUE LA VUELTA ATRAS LO BORRARIA
           MOVE SPACES TO NOMBRE-ORIGEN.
           IF PAQ-PRODUCCION = SPACES
              STRING MIE-NOMBRE(IDX-M) DELIMITED BY SPACE
                     '.' EXTENSION DELIMITED BY SIZE
                     INTO NOMBRE-ORIGEN
           ELSE
              STRING PAQ-PRODUCCION DELIMITED BY SPACE
                     '/' MIE-NOMBRE(IDX-M) DELIMITED BY SPACE
                     '.' EXTENSION DELIMITED BY SIZE
                     INTO NOMBRE-ORIGEN
           END-IF.
           PERFORM 5960-NOMBRE-VUELTA.
           PERFORM 6000-COPIAR-CON-HUELLA.
           EVALUATE TRUE
              WHEN FS-ORIGEN = '00' AND FS-DESTINO = '00'
                   MOVE 'S' TO MIE-PREVIO(IDX-M)
                   MOVE ACUMULADO TO MIE-HUELLA-PREV(IDX-M)
                   MOVE COPIADAS  TO MIE-LINEAS-PREV(IDX-M)
              WHEN FS-ORIGEN = '35'
                   MOVE 'N' TO MIE-PREVIO(IDX-M)
                   MOVE ZEROS TO MIE-HUELLA-PREV(IDX-M)
                                 MIE-LINEAS-PREV(IDX-M)
              WHEN OTHER
                   MOVE 'R' TO MIE-ESTADO(IDX-M)
                   MOVE SPACES TO MIE-RAZON(IDX-M)
                   STRING 'NO SE PUEDE GUARDAR EL PREVIO FS '
                          FS-ORIGEN '/' FS-DESTINO
                          DELIMITED BY SIZE INTO MIE-RAZON(IDX-M)
                   PERFORM 5800-BORRAR-COPIAS
                   GO TO 5100-ENTREGAR-MIEMBRO-FIN
           END-EVALUATE.

      * COPIA AL PAQUETE CON SU HUELLA
           MOVE MIE-FICHERO(IDX-M) TO NOMBRE-ORIGEN.
           PERFORM 5950-NOMBRE-MIEMBRO.
           PERFORM 5900-NOMBRE-EN-PAQUETE.
           PERFORM 6000-COPIAR-CON-HUELLA.
           IF FS-ORIGEN NOT = '00' OR FS-DESTINO NOT = '00'
              MOVE 'R' TO MIE-ESTADO(IDX-M)
              MOVE SPACES TO MIE-RAZON(IDX-M)
              STRING 'NO SE PUEDE COPIAR FS ' FS-ORIGEN '/' FS-DESTINO
                     DELIMITED BY SIZE INTO MIE-RAZON(IDX-M)
              PERFORM 5800-BORRAR-COPIAS
              GO TO 5100-ENTREGAR-MIEMBRO-FIN
           END-IF.
           MOVE ACUMULADO TO MIE-HUELLA(IDX-M).
           MOVE COPIADAS  TO MIE-LINEAS(IDX-M).
           MOVE 'S' TO MIE-COPIADO(IDX-M).

       5100-ENTREGAR-MIEMBRO-FIN.
           EXIT.

      * CON LOS ESTADOS YA FINALES: EL ACEPTADO VA AL MANIFIESTO Y A
      * ROLLBACK; EL RECHAZADO DESPUES DE COPIADO (POR ARRASTRE DE
      * OTRO QUE FALLO AL COPIAR) SE QUITA DEL PAQUETE CON SU .RBK
       5200-ANOTAR-MIEMBRO.
           IF NOT MIE-ENTREGA(IDX-M)
              GO TO 5200-ANOTAR-MIEMBRO-FIN
           END-IF.
           PERFORM 5050-EXTENSION.
           IF MIE-RECHAZADO(IDX-M)
              ADD 1 TO RECHAZADOS
              IF MIE-COPIADO(IDX-M) = 'S'
                 PERFORM 5800-BORRAR-COPIAS
                 MOVE 'N' TO MIE-COPIADO(IDX-M)
              END-IF
              GO TO 5200-ANOTAR-MIEMBRO-FIN
           END-IF.
           ADD 1 TO ACEPTADOS.

           MOVE SPACES TO LINEA.
           STRING 'MIEMBRO ' MIE-NOMBRE(IDX-M) ' ' EXTENSION
                  ' ' MIE-PAPEL(IDX-M) ' ' MIE-TICKET(IDX-M)
                  ' ' MIE-HUELLA(IDX-M) ' ' MIE-LINEAS(IDX-M)
                  ' ' MIE-MD5(IDX-M)
                  DELIMITED BY SIZE INTO LINEA.
           WRITE REC-MANIFIESTO FROM LINEA.

           MOVE SPACES TO LINEA-VUELTA.
           IF MIE-PREVIO(IDX-M) = 'S'
              ADD 1 TO PREVIOS
              MOVE MIE-HUELLA-PREV(IDX-M) TO HUELLA-PREVIA
              MOVE MIE-LINEAS-PREV(IDX-M) TO COPIADAS
              STRING 'PREVIO ' MIE-NOMBRE(IDX-M) ' ' EXTENSION
                     ' ' HUELLA-PREVIA ' ' COPIADAS
                     DELIMITED BY SIZE INTO LINEA-VUELTA
           ELSE
              ADD 1 TO NUEVOS
              STRING 'NUEVO ' MIE-NOMBRE(IDX-M) ' ' EXTENSION
                     DELIMITED BY SIZE INTO LINEA-VUELTA
           END-IF.
           WRITE REC-VUELTA FROM LINEA-VUELTA.

       5200-ANOTAR-MIEMBRO-FIN.
           EXIT.

       5050-EXTENSION.
           IF MIE-PROGRAMA(IDX-M)
              MOVE 'cbl' TO EXTENSION
           ELSE
              MOVE 'cpy' TO EXTENSION
           END-IF.

      * QUITA DEL PAQUETE LA COPIA DEL MIEMBRO Y SU .RBK
       5800-BORRAR-COPIAS.
           PERFORM 5950-NOMBRE-MIEMBRO.
           PERFORM 5900-NOMBRE-EN-PAQUETE.
           CALL 'CBL_DELETE_FILE' USING NOMBRE-DESTINO.
           PERFORM 5960-NOMBRE-VUELTA.
           CALL 'CBL_DELETE_FILE' USING NOMBRE-DESTINO.

      * NOMBRE-BASE DENTRO DEL DIRECTORIO DEL PAQUETE
       5900-NOMBRE-EN-PAQUETE.
           MOVE SPACES TO NOMBRE-DESTINO.
           IF PAQ-DESTINO = SPACES
              MOVE NOMBRE-BASE TO NOMBRE-DESTINO
           ELSE
              STRING PAQ-DESTINO DELIMITED BY SPACE
                     '/' NOMBRE-BASE DELIMITED BY SPACE
                     INTO NOMBRE-DESTINO
           END-IF.

      * NOMBRE DEL MIEMBRO EN EL PAQUETE: <MIEMBRO>.<EXT>
       5950-NOMBRE-MIEMBRO.
           MOVE SPACES TO NOMBRE-BASE.
           STRING MIE-NOMBRE(IDX-M) DELIMITED BY SPACE
                  '.' EXTENSION DELIMITED BY SIZE
                  INTO NOMBRE-BASE.

      * NOMBRE DEL PREVIO EN EL PAQUETE: <MIEMBRO>.<EXT>.RBK
       5960-NOMBRE-VUELTA.
           PERFORM 5950-NOMBRE-MIEMBRO.
           MOVE SPACES TO NOMBRE-DIR.
           STRING NOMBRE-BASE DELIMITED BY SPACE
                  '.RBK' DELIMITED BY SIZE INTO NOMBRE-DIR.
           MOVE NOMBRE-DIR TO NOMBRE-BASE.
           PERFORM 5900-NOMBRE-EN-PAQUETE.

      * COPIA NOMBRE-ORIGEN A NOMBRE-DESTINO; DEJA LA HUELLA EN
      * ACUMULADO Y LAS LINEAS EN COPIADAS
       6000-COPIAR-CON-HUELLA.
           MOVE ZEROS TO ACUMULADO COPIADAS.
           MOVE '00' TO FS-DESTINO.
           OPEN INPUT ORIGEN.
           IF FS-ORIGEN NOT = '00'
              CLOSE ORIGEN
           ELSE
              OPEN OUTPUT DESTINO
              IF FS-DESTINO NOT = '00'
                 CLOSE ORIGEN
              ELSE
                 MOVE 'N' TO FIN-ORIG
                 READ ORIGEN
                      AT END MOVE 'S' TO FIN-ORIG
                 END-READ
                 PERFORM 6100-COPIAR-LINEA UNTIL FIN-ORIG = 'S'
                 CLOSE ORIGEN
                 CLOSE DESTINO
              END-IF
           END-IF.

       6100-COPIAR-LINEA.
           WRITE REC-DESTINO FROM REC-ORIGEN.
           ADD 1 TO COPIADAS.
           PERFORM 6200-SUMAR-OCTETO
                   VARYING IDX-OCTETO FROM 1 BY 1
                   UNTIL IDX-OCTETO > 256.
           READ ORIGEN
                AT END MOVE 'S' TO FIN-ORIG
           END-READ.

       6200-SUMAR-OCTETO.
           COMPUTE ACUMULADO =
                   FUNCTION MOD(ACUMULADO * BASE-HUELLA
                      + FUNCTION ORD(REC-ORIGEN(IDX-OCTETO:1)),
                      PRIMO-HUELLA).

      ******************************************************************
      * INFORME: ENTREGADOS, RECHAZADOS Y CASOS DE LLAMADORES
      ******************************************************************
       8000-INFORME.
           MOVE 'INICIO  ' TO RPT-FUNCION.
           MOVE SPACES TO RPT-TITULO.
           STRING 'PAQUETE DE PROMOCION ' PAQ-ID
                  DELIMITED BY SIZE INTO RPT-TITULO.
           CALL 'SDPREPW0' USING INFORME-PAQUETE.
           IF RPT-RC NOT = ZEROS
              DISPLAY 'ERROR ABRIENDO INFORME SDPPRINT RC ' RPT-RC
              GO TO 8000-INFORME-FIN
           END-IF.
           MOVE 'ENTREGADOS' TO CORTE-PEDIDO.
           PERFORM 8100-LINEA-MIEMBRO
                   VARYING IDX-M FROM 1 BY 1 UNTIL IDX-M > MIE-USADOS.
           MOVE 'RECHAZADOS' TO CORTE-PEDIDO.
           PERFORM 8100-LINEA-MIEMBRO
                   VARYING IDX-M FROM 1 BY 1 UNTIL IDX-M > MIE-USADOS.
           MOVE 'CASOS LLAMADOR' TO CORTE-PEDIDO.
           PERFORM 8100-LINEA-MIEMBRO
                   VARYING IDX-M FROM 1 BY 1 UNTIL IDX-M > MIE-USADOS.

           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE 'RESUMEN' TO RPT-CORTE.
           MOVE ZEROS TO RPT-IMPORTE.
           MOVE SPACES TO RPT-LINEA.
           STRING 'ENTREGADOS ' ACEPTADOS ' RECHAZADOS ' RECHAZADOS
                  ' VUELTA ATRAS PREVIOS ' PREVIOS ' NUEVOS ' NUEVOS
                  ' PUERTA RC ' PAQ-PUERTA-RC
                  DELIMITED BY SIZE INTO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-PAQUETE.
           MOVE SPACES TO RPT-LINEA.
           STRING 'MANIFIESTO ' DELIMITED BY SIZE
                  NOMBRE-MANIFIESTO DELIMITED BY SPACE INTO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-PAQUETE.

           MOVE 'FINAL   ' TO RPT-FUNCION.
           CALL 'SDPREPW0' USING INFORME-PAQUETE.

       8000-INFORME-FIN.
           EXIT.

       8100-LINEA-MIEMBRO.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE 1 TO RPT-IMPORTE.
           MOVE SPACES TO RPT-LINEA.
           EVALUATE TRUE
              WHEN MIE-LLAMADOR(IDX-M)
                   MOVE 'CASOS LLAMADOR' TO RPT-CORTE
              WHEN MIE-ACEPTADO(IDX-M)
                   MOVE 'ENTREGADOS' TO RPT-CORTE
              WHEN OTHER
                   MOVE 'RECHAZADOS' TO RPT-CORTE
           END-EVALUATE.
           IF RPT-CORTE = CORTE-PEDIDO
              PERFORM 8200-EMITIR-MIEMBRO
           END-IF.

       8200-EMITIR-MIEMBRO.
           MOVE SPACES TO REFERIDO.
           IF MIE-ORIGEN(IDX-M) > ZEROS
              MOVE MIE-ORIGEN(IDX-M) TO IDX
              MOVE MIE-NOMBRE(IDX) TO REFERIDO
           END-IF.
           STRING MIE-NOMBRE(IDX-M) ' ' MIE-TIPO(IDX-M) ' '
                  MIE-PAPEL(IDX-M) ' ' MIE-TICKET(IDX-M) ' POR '
                  REFERIDO(1:8) ' IVP ' MIE-PASA(IDX-M) '/'
                  MIE-FALLA(IDX-M) ' MD5 ' MIE-MD5(IDX-M) ' '
                  MIE-RAZON(IDX-M)
                  DELIMITED BY SIZE INTO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-PAQUETE.
