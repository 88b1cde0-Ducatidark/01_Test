       01  pc-registro.
           05  pc-mes-abierto  pic 9(6).
           05  pc-mes-r redefines pc-mes-abierto.
               10  pc-mes-ano      pic 9(4).
               10  pc-mes-mes      pic 9(2).
           05  pc-ano-abierto  pic 9(4).
