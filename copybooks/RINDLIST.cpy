       01  il-registro.
           05  il-fecha        pic 9(8).
           05  il-ciclo        pic 9(4).
           05  il-programa     pic x(8).
           05  il-listado      pic x(12).
           05  il-paginas      pic 9(4).
           05  il-lineas       pic 9(7).
           05  il-hora         pic 9(6).
