       01  pk-registro.
           05  pk-clave        pic x(8).
           05  pk-fecha-purga  pic 9(8).
