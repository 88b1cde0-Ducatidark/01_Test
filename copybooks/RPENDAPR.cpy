       01  pe-registro.
           05  pe-numero       pic 9(7).
           05  pe-estado       pic x(1).
               88  pe-pendiente            value 'P'.
               88  pe-aplicado             value 'A'.
               88  pe-rechazado            value 'R'.
           05  pe-fecha        pic 9(8).
           05  pe-ciclo        pic 9(4).
           05  pe-movimiento.
               10  pe-accion       pic x(1).
               10  pe-texto        pic x(5).
               10  pe-cifra        pic 9(7).
               10  pe-texto2       pic x(5).
               10  pe-operador     pic x(8).
           05  pe-aprobador    pic x(8).
           05  pe-fecha-resol  pic 9(8).
           05  pe-motivo       pic x(20).
