       01  le-registro.
           05  le-secuencia    pic 9(7).
           05  le-fecha        pic 9(8).
           05  le-ciclo        pic 9(4).
           05  le-cuenta       pic 9(7).
           05  le-total        pic s9(10) sign leading separate.
           05  le-estado       pic x(1).
               88  le-enviado              value 'E'.
               88  le-conciliado           value 'C'.
               88  le-discrepante          value 'D'.
               88  le-rechazado            value 'X'.
           05  le-fecha-envio  pic 9(8).
           05  le-fecha-acuse  pic 9(8).
