       01  ac-registro.
           05  ac-fecha        pic 9(8).
           05  ac-ciclo        pic 9(4).
           05  ac-cuenta       pic 9(7).
           05  ac-total        pic s9(10) sign leading separate.
           05  ac-fecha-proc   pic 9(8).
