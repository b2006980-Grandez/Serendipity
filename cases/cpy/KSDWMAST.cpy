      *   MST-CLAVE      1:5    MST-NOMBRE     6:20
      *   MST-CATEGORIA 26:4    MST-SALDO     30:12
      *   MST-FECHA-ALTA 42:8   MST-ESTADO    50:1
      *   MST-FECHA-BAJA 51:8   MST-VERSION   59:6
      *   FILLER        65:16
      *
      * La baja es logica: KSDMMANT deja MST-ESTADO a 'C' (cerrado)
      * y la fecha de cierre en MST-FECHA-BAJA, que solo tiene valor
      * con el registro cerrado. KSDMPURG pasa despues los cerrados
      * al historico KSDHIST. KSDMDORM propone el estado 'I'
      * (latente) para las claves sin actividad.
      *
      * MST-VERSION cuenta los cambios del registro: el alta la deja
      * a 1 y cada cambio de KSDMMANT o movimiento de KSDMPOST la
      * sube en 1 (los registros anteriores la traen en blanco, que
      * vale 0). Como el registro del extracto KSDLIST es la imagen
      * del maestro, una 'U' construida sobre el anteponiendo la
      * operacion lleva la version en las columnas 60-65 de la
      * transaccion; KSDMEDIT y KSDMMANT rechazan por STALE la que
      * no coincide con la version vigente. En blanco no se controla.
      *
      * SDP IVP 0 Layout.Export(KSDWMAST) = MST-CLAVE:1:5:9(05):DISPLAY,
      * MST-DATOS:6:75:GRUPO,MST-NOMBRE:6:20:X(20):DISPLAY,
      * MST-CATEGORIA:26:4:X(04):DISPLAY,
      * MST-SALDO:30:12:S9(09)V99:DISPLAY:SIGN=LEADING-SEPARATE,
      * MST-FECHA-ALTA:42:8:GRUPO,MST-ALTA-AAAA:42:4:9(04):DISPLAY,
      * MST-ALTA-MM:46:2:9(02):DISPLAY,MST-ALTA-DD:48:2:9(02):DISPLAY,
      * MST-ESTADO:50:1:X(01):DISPLAY,
      * MST-FECHA-BAJA:51:8:9(08):DISPLAY,
      * MST-VERSION:59:6:9(06):DISPLAY,FILLER:65:16:X(16):DISPLAY
      * SDP IVP 0 Layout.RecordLength(KSDWMAST) = 80
      *
      * SDP IVP 0 Copybook.ConsumerCount = 28 - programas KSD del
      * maestro con clave, mas KSDMMASK y KSDMSTAT
      *****************************************************************

                 07 MST-ALTA-MM   PIC 9(02).
                 07 MST-ALTA-DD   PIC 9(02).
              05 MST-ESTADO     PIC X(01).
              05 MST-FECHA-BAJA PIC 9(08).
              05 MST-VERSION    PIC 9(06).
              05 FILLER         PIC X(16).
