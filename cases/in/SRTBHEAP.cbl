      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Ordenacion por monticulo
      ******************************************************************
      * SDP DESCRIPTION
      *  Ordenacion por el metodo del MONTICULO (heap sort)
      *  Monta un monticulo de maximos sobre ORDEN y va pasando la
      *  raiz al final de la parte sin ordenar: n log n en el peor
      *  caso y sin memoria adicional, para SORTIN grandes que aun
      *  caben en la tabla antes de pasar a la mezcla externa
      * SDP END
      ******************************************************************
      *
      * SDP DESC Monticulo de maximos sobre la tabla ORDEN de SRTWDATA

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRTBHEAP.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  DATA-SORT.
       COPY SRTWDATA.

       01  VARS.
           03  VECES        PIC  9(05) VALUE 1.
           03  WC-MITAD     PIC  9(05) VALUE ZEROS.
           03  WC-RAIZ      PIC  9(05) VALUE ZEROS.
           03  WC-LIMITE    PIC  9(05) VALUE ZEROS.
           03  WC-NODO      PIC  9(05) VALUE ZEROS.
           03  WC-HIJO      PIC  9(05) VALUE ZEROS.
           03  WC-TAMANO    PIC  9(05) VALUE ZEROS.
           03  WC-TEMP      PIC  9(05) VALUE ZEROS.
           03  WC-HUNDIDO   PIC  9(01) VALUE ZEROS.

       01 RUTINAS.
          03 CARGA    PIC X(08) VALUE "SRTMLOAD".
          03 DESCARGA PIC X(08) VALUE "SRTMWRIT".
          03 CRONOMETRO PIC X(08) VALUE "SRTBTIME".

       01 TIEMPOS.
          03 ELAPSED-CS PIC 9(09) VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.

           CALL CARGA USING DATA-SORT.

           CALL CRONOMETRO USING 'START' ELAPSED-CS.

           PERFORM ORDENAR VECES TIMES.

           CALL CRONOMETRO USING 'STOP ' ELAPSED-CS.
           DISPLAY 'TIEMPO ' ELAPSED-CS ' CENTESIMAS DE SEGUNDO'.

           CALL DESCARGA USING DATA-SORT.

           STOP RUN.

       ORDENAR.

           DIVIDE ITEMS BY 2 GIVING WC-MITAD.

           PERFORM E-MONTAR VARYING WC-RAIZ FROM WC-MITAD BY -1
                            UNTIL WC-RAIZ < 1.

           PERFORM E-EXTRAER VARYING WC-LIMITE FROM ITEMS BY -1
                             UNTIL WC-LIMITE < 2.

      * CADA NODO INTERIOR, DEL ULTIMO A LA RAIZ, SE HUNDE SOBRE LA
      * TABLA ENTERA
       E-MONTAR.

           MOVE WC-RAIZ TO WC-NODO.
           MOVE ITEMS   TO WC-TAMANO.
           PERFORM F-HUNDIR.

      * EL MAYOR PASA AL FINAL Y EL QUE SUBE A LA RAIZ SE HUNDE SOBRE
      * LO QUE QUEDA SIN ORDENAR
       E-EXTRAER.

           MOVE ORDEN(1)         TO WC-TEMP.
           MOVE ORDEN(WC-LIMITE) TO ORDEN(1).
           MOVE WC-TEMP          TO ORDEN(WC-LIMITE).

           MOVE 1 TO WC-NODO.
           COMPUTE WC-TAMANO = WC-LIMITE - 1.
           PERFORM F-HUNDIR.

      * EL NODO BAJA CAMBIANDOSE CON SU HIJO MAYOR HASTA QUE NINGUNO
      * DE SUS HIJOS DENTRO DE WC-TAMANO LE SUPERA
       F-HUNDIR.

           MOVE ZEROS   TO WC-HUNDIDO.
           PERFORM G-BAJAR UNTIL WC-HUNDIDO = 1.

       G-BAJAR.

           COMPUTE WC-HIJO = WC-NODO * 2.
           IF WC-HIJO > WC-TAMANO
              MOVE 1 TO WC-HUNDIDO
           ELSE
              IF WC-HIJO < WC-TAMANO
                 IF ORDEN(WC-HIJO + 1) > ORDEN(WC-HIJO)
                    ADD 1 TO WC-HIJO
                 END-IF
              END-IF
              IF ORDEN(WC-NODO) NOT < ORDEN(WC-HIJO)
                 MOVE 1 TO WC-HUNDIDO
              ELSE
                 PERFORM H-INTERCAMBIAR
                 MOVE WC-HIJO TO WC-NODO
              END-IF
           END-IF.

       H-INTERCAMBIAR.

           MOVE ORDEN(WC-NODO) TO WC-TEMP.
           MOVE ORDEN(WC-HIJO) TO ORDEN(WC-NODO).
           MOVE WC-TEMP        TO ORDEN(WC-HIJO).
