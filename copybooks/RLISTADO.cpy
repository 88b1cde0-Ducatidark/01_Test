       01  ls-cabecera.
           05  ls-cab-programa pic x(8).
           05  filler          pic x(2)   value spaces.
           05  ls-cab-titulo   pic x(50).
           05  filler          pic x(8)   value " FECHA: ".
           05  ls-cab-fecha    pic 9(8).
           05  filler          pic x(8)   value " CICLO: ".
           05  ls-cab-ciclo    pic 9(4).
           05  filler          pic x(9)   value " PAGINA: ".
           05  ls-cab-pagina   pic zzz9.

       01  ls-columnas         pic x(132) value spaces.
       01  ls-separador        pic x(132) value all "-".
       01  ls-linea            pic x(132) value spaces.

       01  ls-fin.
           05  filler          pic x(23)
                               value "*** FIN DE INFORME *** ".
           05  filler          pic x(8)   value "PAGINAS ".
           05  ls-fin-paginas  pic zzz9.
           05  filler          pic x(9)   value "  LINEAS ".
           05  ls-fin-lineas   pic z,zzz,zz9.

       01  ls-control.
           05  ls-max-lineas   pic 9(3)   value 60.
           05  ls-lineas-pag   pic 9(3)   value 999.
           05  ls-paginas      pic 9(4)   value zero.
           05  ls-lineas       pic 9(7)   value zero.
