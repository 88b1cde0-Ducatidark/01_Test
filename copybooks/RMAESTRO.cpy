               10  ma-texto        pic x(5).
               10  ma-cifra        pic s9(5) comp-3.
           05  ma-texto2       pic x(5).
           05  ma-estado       pic x(1).
               88  ma-activo               value 'A'.
               88  ma-cancelado            value 'C'.
           05  ma-alta-fecha   pic 9(8).
           05  ma-alta-ciclo   pic 9(4).
           05  ma-mant-fecha   pic 9(8).
           05  ma-mant-ciclo   pic 9(4).
