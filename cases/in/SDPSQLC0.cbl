      *>    TABLE  <tabla>
      *>    COLUMN <columna> <CHAR|DECIMAL|INTEGER|SMALLINT>
      *>           [<longitud> [<decimales>]]
      *> (las tarjetas INDEX del mismo deck las usa SDPSQLI0 y aqui
      *> se ignoran),
      *> recorre los miembros del deck SDPSRCL, toma las PICTURE de
      *> las variables de trabajo y empareja cada variable host de
      *> las sentencias EXEC SQL con su columna: por posicion en
