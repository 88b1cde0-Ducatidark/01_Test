           05  cr-ciclo        pic 9(4).
           05  cr-estado       pic x(1).
               88  cr-completado           value 'C'.
               88  cr-omitido              value 'O'.
               88  cr-fallido              value 'F'.
               88  cr-registrado           value 'C' 'O' 'F'.
           05  cr-paso         pic x(8).
           05  cr-retorno      pic 9(4).
