      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Ordenacion rapida
      ******************************************************************
      * SDP DESCRIPTION
      *  Ordenacion por el metodo RAPIDO (quicksort)
      *  Pivote por mediana de tres (primero, central y ultimo del
      *  tramo) y particion de Hoare. Los tramos pendientes van a
      *  una pila propia en vez de recursion: se apila primero el
      *  mayor para que la pila no pase de log2 de ITEMS entradas.
      *  Los tramos de hasta TRAMO-CORTO claves se terminan por
      *  insercion, que para pocos elementos es mas barata que
      *  seguir partiendo
      * SDP END
      ******************************************************************
      *
      * SDP DESC Quicksort iterativo con mediana de tres e insercion

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRTBQUIK.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  DATA-SORT.
       COPY SRTWDATA.

       01  VARS.
           03  VECES        PIC  9(05) VALUE 1.
           03  TRAMO-CORTO  PIC  9(05) VALUE 10.
           03  WC-BAJO      PIC  9(05) VALUE ZEROS.
           03  WC-ALTO      PIC  9(05) VALUE ZEROS.
           03  WC-MEDIO     PIC  9(05) VALUE ZEROS.
           03  WC-PIVOTE    PIC  9(05) VALUE ZEROS.
           03  WC-TEMP      PIC  9(05) VALUE ZEROS.
           03  WC-COLOCADO  PIC  9(01) VALUE ZEROS.

       01  INDICES.
           03  IDX   PIC 9(05) VALUE 1.
           03  IDX2  PIC 9(05) VALUE 1.
           03  IDX3  PIC 9(05) VALUE 1.
           03  IDX4  PIC 9(05) VALUE 1.

      * TRAMOS PENDIENTES DE PARTIR
       01  PILA-TRAMOS.
           03  WC-CIMA      PIC 9(03) VALUE ZEROS.
           03  PILA-ENTRADA OCCURS 64 TIMES.
               05 PILA-BAJO PIC 9(05).
               05 PILA-ALTO PIC 9(05).

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

           MOVE ZEROS TO WC-CIMA.
           IF ITEMS > 1
              MOVE 1     TO WC-BAJO
              MOVE ITEMS TO WC-ALTO
              PERFORM H-APILAR
           END-IF.

           PERFORM E-TRATAR-TRAMO UNTIL WC-CIMA = ZEROS.

       E-TRATAR-TRAMO.

           MOVE PILA-BAJO(WC-CIMA) TO WC-BAJO.
           MOVE PILA-ALTO(WC-CIMA) TO WC-ALTO.
           SUBTRACT 1 FROM WC-CIMA.

           IF WC-ALTO - WC-BAJO < TRAMO-CORTO
              PERFORM F-INSERCION VARYING IDX FROM WC-BAJO BY 1
                                  UNTIL IDX > WC-ALTO
           ELSE
              PERFORM F-MEDIANA-DE-TRES
              PERFORM F-PARTIR
              PERFORM F-APILAR-MITADES
           END-IF.

      * DEJA ORDEN(BAJO) <= ORDEN(MEDIO) <= ORDEN(ALTO): LOS EXTREMOS
      * HACEN DE CENTINELA PARA LOS RECORRIDOS DE LA PARTICION
       F-MEDIANA-DE-TRES.

           COMPUTE WC-MEDIO = (WC-BAJO + WC-ALTO) / 2.
           IF ORDEN(WC-MEDIO) < ORDEN(WC-BAJO)
              MOVE WC-BAJO  TO IDX2
              MOVE WC-MEDIO TO IDX3
              PERFORM H-INTERCAMBIAR
           END-IF.
           IF ORDEN(WC-ALTO) < ORDEN(WC-BAJO)
              MOVE WC-BAJO  TO IDX2
              MOVE WC-ALTO  TO IDX3
              PERFORM H-INTERCAMBIAR
           END-IF.
           IF ORDEN(WC-ALTO) < ORDEN(WC-MEDIO)
              MOVE WC-MEDIO TO IDX2
              MOVE WC-ALTO  TO IDX3
              PERFORM H-INTERCAMBIAR
           END-IF.
           MOVE ORDEN(WC-MEDIO) TO WC-PIVOTE.

      * PARTICION DE HOARE: AL SALIR, BAJO..IDX3 <= PIVOTE Y
      * IDX2..ALTO >= PIVOTE
       F-PARTIR.

           MOVE WC-BAJO TO IDX2.
           MOVE WC-ALTO TO IDX3.
           PERFORM G-CRUZAR UNTIL IDX2 > IDX3.

       G-CRUZAR.

           PERFORM G-AVANZAR UNTIL ORDEN(IDX2) NOT < WC-PIVOTE.
           PERFORM G-RETROCEDER UNTIL ORDEN(IDX3) NOT > WC-PIVOTE.
           IF IDX2 NOT > IDX3
              PERFORM H-INTERCAMBIAR
              ADD 1 TO IDX2
              SUBTRACT 1 FROM IDX3
           END-IF.

       G-AVANZAR.

           ADD 1 TO IDX2.

       G-RETROCEDER.

           SUBTRACT 1 FROM IDX3.

      * EL TRAMO MAYOR SE APILA PRIMERO PARA TRATAR ANTES EL MENOR
       F-APILAR-MITADES.

           MOVE WC-BAJO TO IDX.
           MOVE WC-ALTO TO IDX4.
           IF IDX3 - IDX > IDX4 - IDX2
              PERFORM G-APILAR-IZQUIERDA
              PERFORM G-APILAR-DERECHA
           ELSE
              PERFORM G-APILAR-DERECHA
              PERFORM G-APILAR-IZQUIERDA
           END-IF.

       G-APILAR-IZQUIERDA.

           IF IDX3 > IDX
              MOVE IDX  TO WC-BAJO
              MOVE IDX3 TO WC-ALTO
              PERFORM H-APILAR
           END-IF.

       G-APILAR-DERECHA.

           IF IDX4 > IDX2
              MOVE IDX2 TO WC-BAJO
              MOVE IDX4 TO WC-ALTO
              PERFORM H-APILAR
           END-IF.

      * INSERCION DIRECTA DENTRO DEL TRAMO WC-BAJO..WC-ALTO
       F-INSERCION.

           MOVE ORDEN(IDX) TO WC-TEMP.
           MOVE IDX        TO IDX2.
           MOVE ZEROS      TO WC-COLOCADO.
           PERFORM G-DESPLAZAR UNTIL IDX2 NOT > WC-BAJO
                                  OR WC-COLOCADO = 1.
           MOVE WC-TEMP TO ORDEN(IDX2).

       G-DESPLAZAR.

           IF ORDEN(IDX2 - 1) > WC-TEMP
              MOVE ORDEN(IDX2 - 1) TO ORDEN(IDX2)
              SUBTRACT 1 FROM IDX2
           ELSE
              MOVE 1 TO WC-COLOCADO
           END-IF.

       H-APILAR.

           ADD 1 TO WC-CIMA.
           MOVE WC-BAJO TO PILA-BAJO(WC-CIMA).
           MOVE WC-ALTO TO PILA-ALTO(WC-CIMA).

       H-INTERCAMBIAR.

           MOVE ORDEN(IDX2) TO WC-TEMP.
           MOVE ORDEN(IDX3) TO ORDEN(IDX2).
           MOVE WC-TEMP     TO ORDEN(IDX3).
