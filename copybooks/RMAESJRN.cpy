               88  jr-alta                 value 'A'.
               88  jr-modificacion         value 'M'.
               88  jr-baja                 value 'B'.
               88  jr-purga                value 'P'.
           05  jr-antes        pic x(38).
           05  jr-despues      pic x(38).
           05  jr-operador     pic x(8).
           05  jr-aprobador    pic x(8).
