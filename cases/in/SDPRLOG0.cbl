      *> SDPRUNLG (trazado SDPWRLOG), de modo que operaciones tiene
      *> un unico sitio que contesta que corrio, cuanto duro, con que
      *> contadores y si cuadro. SDPRLOG1 resume ese log.
      *  SDPDKLB0 llama ademas con LNK-MODO = 'DECK ' para dejar la
      *> version de cada deck de control que usa la ejecucion.
      * SDP END
      *
      * SDP IVP 0 Interface.Contract(SDPRLOG0) = LNK-MODO:IN,
