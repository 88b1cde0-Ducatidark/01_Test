       organization is line sequential
       file status is sw-fs-reintentos.

       select fecproc
       assign to "fecproc.txt"
       organization is line sequential
       file status is sw-fs-fecproc.

       select runlog
       assign to "runlog.txt"
       organization is line sequential
       01  rt-registro.
           05  rt-max-intentos pic 9(2).

       fd  fecproc.
       copy RFECPROC.

       fd  runlog.
       copy RRUNLOG.

           88  sw-fs-runlog-ok             value '00'.
           88  sw-fs-runlog-no-existe      value '35'.

       01  sw-fs-fecproc       pic x(2).
           88  sw-fs-fecproc-ok            value '00'.
           88  sw-fs-fecproc-no-existe     value '35'.

       01  sw-fs-plan          pic x(2).
           88  sw-fs-plan-ok               value '00'.
           88  sw-fs-plan-no-existe        value '35'.
           05  ws-hora             pic 9(6).
           05  filler              pic x(7).

       01  ws-fecha-proceso    pic 9(8)  value zero.

       01  ws-semilla          pic 9(6).
       01  ws-random-descarte  pic 9v9(6).

               move lk-num-escenarios to ws-num-escenarios
           end-if

           perform leer-fecha-proceso
           perform grabar-log-inicio

           perform leer-reintentos
           goback.


       leer-fecha-proceso.

           move function current-date to ws-fecha-hora
           move ws-fecha to ws-fecha-proceso

           open input fecproc

           if  sw-fs-fecproc-no-existe
               exit paragraph
           end-if

           if  not sw-fs-fecproc-ok
               display "ENEB006: AVISO: ERROR FECPROC. FS="
                   sw-fs-fecproc
               exit paragraph
           end-if

           read fecproc
               at end
                   continue
               not at end
                   if  fp-fecha is numeric
                   and fp-fecha > zero
                       move fp-fecha to ws-fecha-proceso
                   end-if
           end-read

           close fecproc

           .


       grabar-log-inicio.

           set lg-inicio to true

           move "ENEB006 " to lg-programa
           move function current-date to ws-fecha-hora
           move ws-fecha-proceso to lg-fecha
           move ws-hora  to lg-hora
           move zero     to lg-ciclo

