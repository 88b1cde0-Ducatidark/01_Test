       01  ps-registro.
           05  ps-programa     pic x(8).
           05  ps-tipo         pic x(1).
               88  ps-requerido            value 'R'.
               88  ps-opcional             value 'O'.
           05  ps-condicion    pic x(1).
               88  ps-siempre              value ' '.
               88  ps-si-rc                value 'R'.
               88  ps-si-ejecutado         value 'E'.
           05  ps-referencia   pic x(8).
           05  ps-rc-max       pic 9(2).
