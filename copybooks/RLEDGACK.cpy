       01  ak-registro.
           05  ak-secuencia    pic 9(7).
           05  ak-resultado    pic x(1).
               88  ak-aceptado             value 'A'.
               88  ak-rechazado            value 'R'.
           05  ak-cuenta       pic 9(7).
           05  ak-total        pic s9(10) sign leading separate.
           05  ak-fecha        pic 9(8).
