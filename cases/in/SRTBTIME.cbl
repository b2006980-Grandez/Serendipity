      ******************************************************************
      * SDP DESCRIPTION
      *  Cronometro comun para el arnes comparativo de los algoritmos
      *> SRTBBB10/SRTBBB11/SRTBBB20/SRTBINS0/SRTBSEL0/SRTBSHEL/SRTBSOC1
      *> y SRTBHEAP/SRTBQUIK.
      *  Se invoca con LNK-MODO = 'START' para marcar el instante
      *> inicial y con LNK-MODO = 'STOP ' para obtener en LNK-ELAPSED
      *> las centesimas de segundo transcurridas desde el ultimo START.
