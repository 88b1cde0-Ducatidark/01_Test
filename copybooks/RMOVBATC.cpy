               10  mb-texto        pic x(5).
               10  mb-cifra        pic 9(7).
               10  mb-texto2       pic x(5).
               10  mb-operador     pic x(8).
           05  mb-cabecera redefines mb-detalle.
               10  mb-cab-origen   pic x(5).
               10  mb-cab-fecha    pic 9(8).
               10  mb-cab-lote     pic 9(5).
               10  filler          pic x(8).
           05  mb-trailer redefines mb-detalle.
               10  mb-tra-cuenta   pic 9(7).
               10  mb-tra-hash     pic 9(11).
               10  filler          pic x(8).
