       01  ca-registro.
           05  ca-fecha        pic 9(8).
           05  ca-tipo         pic x(1).
               88  ca-laborable            value 'L'.
               88  ca-festivo              value 'F'.
