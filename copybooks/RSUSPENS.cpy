       01  su-registro.
           05  su-estado       pic x(1).
               88  su-pendiente            value 'P'.
               88  su-resuelto             value 'R'.
               88  su-traspasado           value 'T'.
           05  su-movimiento.
               10  su-accion       pic x(1).
               10  su-texto        pic x(5).
               10  su-cifra        pic 9(7).
               10  su-texto2       pic x(5).
               10  su-operador     pic x(8).
           05  su-aprobador    pic x(8).
           05  su-codigo       pic 9(2).
           05  su-motivo       pic x(20).
           05  su-fecha-alta   pic 9(8).
           05  su-ciclo-alta   pic 9(4).
           05  su-intentos     pic 9(3).
           05  su-fecha-ultimo pic 9(8).
