       01  lx-registro.
           05  lx-tipo         pic x(1).
               88  lx-cabecera             value 'H'.
               88  lx-detalle              value 'D'.
               88  lx-trailer              value 'T'.
           05  lx-datos        pic x(29).
           05  lx-datos-cabecera redefines lx-datos.
               10  lx-cab-secuencia    pic 9(7).
               10  lx-cab-fecha        pic 9(8).
               10  lx-cab-ciclo        pic 9(4).
               10  lx-cab-origen       pic x(8).
               10  filler              pic x(2).
           05  lx-datos-detalle redefines lx-datos.
               10  lx-det-linea        pic 9(7).
               10  lx-det-cuenta       pic x(5).
               10  lx-det-importe      pic s9(5) sign leading separate.
               10  lx-det-referencia   pic x(5).
               10  filler              pic x(6).
           05  lx-datos-trailer redefines lx-datos.
               10  lx-tra-secuencia    pic 9(7).
               10  lx-tra-cuenta       pic 9(7).
               10  lx-tra-total        pic s9(10) sign leading separate.
               10  filler              pic x(4).
