       01  fp-registro.
           05  fp-fecha        pic 9(8).
           05  fp-ciclo        pic 9(4).
