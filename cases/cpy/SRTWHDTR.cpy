      *****************************************************************
      * Bloque de comunicacion de SRTMHDTR (cabecera, detalle y pie
      * de los ficheros de socios). Protocolo por llamada:
      *   INICIO   lee el deck SRTHDTRP; HDT-ACTIVO 'S' si define
      *            tipos de registro, y pone a cero contadores y
      *            registros retenidos
      *   CLASIFIC clasifica HDT-REGISTRO en HDT-TIPO 'H', 'D' o
      *            'T'; la cabecera y el pie se retienen en
      *            HDT-CABECERA y HDT-PIE y cada detalle suma a los
      *            contadores de entrada
      *   VALIDAR  cuadra la cuenta y el importe que declara el pie
      *            contra los detalles clasificados
      *   DETALLE  suma HDT-REGISTRO a los contadores de salida
      *   PIE      deja en HDT-REGISTRO el pie recalculado con los
      *            contadores de salida
      * HDT-RC: 0 correcto, 16 fichero rechazado (tipo fuera de su
      * sitio, descuadre con el pie o deck erroneo), 12 funcion
      * desconocida.
      *
      * SDP IVP 0 Copybook.ConsumerCount = 6 - SRTMHDTR, SRTMLOAD,
      * SRTBLAY0, SRTMUTIL, SRTMVRFY y SRTMEDIT
      *****************************************************************

           03 HDT-FUNCION      PIC X(08).
           03 HDT-REGISTRO     PIC X(80).
           03 HDT-TIPO         PIC X(01).
           03 HDT-ACTIVO       PIC X(01).
           03 HDT-HAY-CABECERA PIC X(01).
           03 HDT-CABECERA     PIC X(80).
           03 HDT-HAY-PIE      PIC X(01).
           03 HDT-PIE          PIC X(80).
           03 HDT-ENT-DETALLES PIC 9(09).
           03 HDT-ENT-IMPORTE  PIC S9(17).
           03 HDT-SAL-DETALLES PIC 9(09).
           03 HDT-SAL-IMPORTE  PIC S9(17).
           03 HDT-RC           PIC 9(02).
