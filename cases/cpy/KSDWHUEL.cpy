      *****************************************************************
      * Bloque de comunicacion del modulo de huellas del journal
      * KSDMHUEL. El llamador rellena HUE-FUNCION (y HUE-PROGRAMA en
      * VERIFICA) y pasa ademas el registro de journal (trazado
      * KSDWJRNL); el modulo devuelve HUE-RC (0 correcto, 12 funcion
      * desconocida) y los campos de salida.
      *
      *   INICIO   deja en HUE-ANTERIOR la huella final de la cadena:
      *            la ultima entrada sellada del KSDJRNL en curso o,
      *            si no hay ninguna, la huella final de la ultima
      *            generacion del catalogo KSDJRNGC (cero si la
      *            cadena no ha empezado)
      *   SELLAR   calcula la huella del registro pasado a partir de
      *            HUE-ANTERIOR, la pone en JRN-HUELLA y la deja en
      *            HUE-ANTERIOR para el siguiente
      *   VERIFICA recorre las generaciones activas del catalogo y el
      *            KSDJRNL en curso y devuelve en HUE-ROTA 'S' el
      *            primer eslabon roto (generacion, secuencia,
      *            posicion y motivo). HUE-FORZADA 'S' si el deck de
      *            operador KSDJFORZ autoriza hoy a HUE-PROGRAMA a
      *            seguir con una cadena rota
      *
      * SDP IVP 0 Copybook.ConsumerCount = 11 - KSDMHUEL, KSDMJVER,
      * KSDMMANT, KSDMPOST, KSDMBACK, KSDMPURG, KSDMJSWT, KSDMRBLD,
      * KSDMRECO, KSDMERAS y KSDMSUBS
      *****************************************************************

           03 HUE-FUNCION  PIC X(08).
           03 HUE-PROGRAMA PIC X(08).
           03 HUE-ANTERIOR PIC 9(12).
           03 HUE-RC       PIC 9(02).
           03 HUE-RESULTADO.
              05 HUE-ROTA         PIC X(01).
              05 HUE-FICHERO      PIC X(08).
              05 HUE-SEQ          PIC X(09).
              05 HUE-POSICION     PIC 9(09).
              05 HUE-MOTIVO       PIC X(40).
              05 HUE-FORZADA      PIC X(01).
              05 HUE-OPERADOR     PIC X(08).
              05 HUE-GENERACIONES PIC 9(04).
              05 HUE-REGISTROS    PIC 9(09).
              05 HUE-SELLADOS     PIC 9(09).
              05 HUE-SIN-SELLO    PIC 9(09).
