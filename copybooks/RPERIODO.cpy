       01  pr-registro.
           05  pr-clave.
               10  pr-texto        pic x(5).
               10  pr-tipo         pic x(1).
                   88  pr-cargo            value 'C'.
                   88  pr-abono            value 'A'.
           05  pr-dia-fecha    pic 9(8).
           05  pr-dia-cuenta   pic 9(7).
           05  pr-dia-importe  pic s9(11) comp-3.
           05  pr-mes-cuenta   pic 9(9).
           05  pr-mes-importe  pic s9(13) comp-3.
           05  pr-ano-cuenta   pic 9(9).
           05  pr-ano-importe  pic s9(13) comp-3.
           05  pr-ult-fecha    pic 9(8).
           05  pr-ult-ciclo    pic 9(4).
