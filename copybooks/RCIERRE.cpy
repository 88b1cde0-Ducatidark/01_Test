       01  ci-registro.
           05  ci-tipo         pic x(1).
               88  ci-mensual              value 'M'.
               88  ci-anual                value 'A'.
           05  ci-periodo      pic 9(6).
           05  ci-fecha        pic 9(8).
           05  ci-hora         pic 9(6).
           05  ci-claves       pic 9(7).
           05  ci-cargos       pic s9(13) sign leading separate.
           05  ci-abonos       pic s9(13) sign leading separate.
