      *****************************************************************
      * Trazado del fichero de movimientos monetarios KSDMOVS que
      * contabiliza KSDMPOST sobre el saldo del maestro SALIDA: clave
      * del maestro, indicador de cargo (D, resta del saldo) o abono
      * (C, suma al saldo), importe siempre positivo, fecha valor
      * AAAAMMDD y referencia libre del origen del movimiento.
      *
      * Posiciones 1-relativas dentro del registro de 80:
      *   MOV-CLAVE       1:5    MOV-INDICADOR   6:1
      *   MOV-IMPORTE     7:11   MOV-FECHA-VALOR 18:8
      *   MOV-REFERENCIA 26:20   FILLER         46:35
      *
      * SDP IVP 0 Copybook.ConsumerCount = 2 - KSDMPOST y KSDMDEVE
      *****************************************************************

           03 MOV-CLAVE       PIC 9(05).
           03 MOV-INDICADOR   PIC X(01).
           03 MOV-IMPORTE     PIC 9(09)V99.
           03 MOV-FECHA-VALOR PIC 9(08).
           03 MOV-REFERENCIA  PIC X(20).
           03 FILLER          PIC X(35).
