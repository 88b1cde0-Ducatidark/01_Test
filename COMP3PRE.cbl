       organization is line sequential
       file status is sw-fs-lotes.

       select fecproc
       assign to "fecproc.txt"
       organization is line sequential
       file status is sw-fs-fecproc.

       select runlog
       assign to "runlog.txt"
       organization is line sequential
           05  mv-texto        pic x(5).
           05  mv-cifra        pic 9(7).
           05  mv-texto2       pic x(5).
           05  mv-operador     pic x(8).

       fd  lotesmov.
       01  lm-registro.
           05  lm-fecha        pic 9(8).
           05  lm-lote         pic 9(5).

       fd  fecproc.
       copy RFECPROC.

       fd  runlog.
       copy RRUNLOG.

           88  sw-fs-runlog-ok             value '00'.
           88  sw-fs-runlog-no-existe      value '35'.

       01  sw-fs-fecproc       pic x(2).
           88  sw-fs-fecproc-ok            value '00'.
           88  sw-fs-fecproc-no-existe     value '35'.

       01  sw-eof              pic x(1).
           88  sw-eof-yes                  value 'Y'.
           88  sw-eof-no                   value 'N'.
           05  wk-hora             pic 9(6).
           05  filler              pic x(7).

       01  wk-fecha-proceso    pic 9(8)  value zero.

       procedure division.

           perform leer-fecha-proceso
           perform grabar-log-inicio

           perform balancear-lote
                       set sw-rechazo-si to true
                   end-if

                   if  mb-operador = spaces
                       display "COMP3PRE: DETALLE SIN OPERADOR EN "
                           mb-texto
                       set sw-rechazo-si to true
                   end-if

               when mb-tipo-trailer
                   set sw-vio-trailer-si to true
                   move mb-tra-cuenta to wk-tra-cuenta
                           move mb-texto  to mv-texto
                           move mb-cifra  to mv-cifra
                           move mb-texto2 to mv-texto2
                           move mb-operador to mv-operador

                           write mv-registro

           .


       leer-fecha-proceso.

           move function current-date to wk-fecha-hora
           move wk-fecha to wk-fecha-proceso

           open input fecproc

           if  sw-fs-fecproc-no-existe
               exit paragraph
           end-if

           if  not sw-fs-fecproc-ok
               display "COMP3PRE: AVISO: ERROR FECPROC. FS="
                   sw-fs-fecproc
               exit paragraph
           end-if

           read fecproc
               at end
                   continue
               not at end
                   if  fp-fecha is numeric
                   and fp-fecha > zero
                       move fp-fecha to wk-fecha-proceso
                   end-if
           end-read

           close fecproc

           .


       grabar-log-inicio.

           set lg-inicio to true

           move "COMP3PRE" to lg-programa
           move function current-date to wk-fecha-hora
           move wk-fecha-proceso to lg-fecha
           move wk-hora  to lg-hora
           move zero     to lg-ciclo

