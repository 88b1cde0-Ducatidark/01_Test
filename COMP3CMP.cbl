       organization is line sequential
       file status is sw-fs-delta.

       select fecproc
       assign to "fecproc.txt"
       organization is line sequential
       file status is sw-fs-fecproc.

       select runlog
       assign to "runlog.txt"
       organization is line sequential
           05  dl-cifra-act    pic -(7)9.
           05  dl-neto         pic -(7)9.

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

           open input anterior
           goback.


       leer-fecha-proceso.

           move function current-date to wk-fecha-hora
           move wk-fecha to wk-fecha-proceso

           open input fecproc

           if  sw-fs-fecproc-no-existe
               exit paragraph
           end-if

           if  not sw-fs-fecproc-ok
               display "COMP3CMP: AVISO: ERROR FECPROC. FS="
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

           move "COMP3CMP" to lg-programa
           move function current-date to wk-fecha-hora
           move wk-fecha-proceso to lg-fecha
           move wk-hora  to lg-hora
           move zero     to lg-ciclo

