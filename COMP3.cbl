       organization is line sequential
       file status is sw-fs-gcf.

       select fecproc
       assign to "fecproc.txt"
       organization is line sequential
       file status is sw-fs-fecproc.

       select runlog
       assign to "runlog.txt"
       organization is line sequential
       01  gf-registro.
           05  gf-max-gen      pic 9(2).

       fd  fecproc.
       copy RFECPROC.

       fd  runlog.
       copy RRUNLOG.

           88  sw-fs-runlog-ok             value '00'.
           88  sw-fs-runlog-no-existe      value '35'.

       01  sw-fs-fecproc       pic x(2).
           88  sw-fs-fecproc-ok            value '00'.
           88  sw-fs-fecproc-no-existe     value '35'.

       01  sw-chequeo-dup      pic x(1)  value 'S'.
           88  sw-chequeo-dup-si           value 'S'.
           88  sw-chequeo-dup-no           value 'N'.
           05  wk-hora             pic 9(6).
           05  filler              pic x(7).

       01  wk-fecha-proceso    pic 9(8)  value zero.

       01  wk-ciclo            pic 9(4)  value zero.

       01  wk-cifra-min        pic 9(7)  value zero.

           display length of re-cifra

           perform leer-fecha-proceso
           perform grabar-log-inicio

           perform leer-parametros
                   at end
                       set sw-eof-yes to true
                   not at end
                       if  cr-fecha = wk-fecha-proceso
                       and cr-completado
                       and cr-ciclo > wk-ciclo
                           move cr-ciclo to wk-ciclo

           set re-tipo-cabecera to true
           move spaces   to re-detalle
           move wk-fecha-proceso to re-cab-fecha
           move wk-ciclo to re-cab-ciclo

           write re-fichero
               go to abend
           end-if

           move wk-fecha-proceso to cr-fecha
           move wk-ciclo to cr-ciclo
           set cr-completado to true
           move spaces   to cr-paso
           move zero     to cr-retorno

           write cr-registro


           add 1 to wk-gen-num
           move wk-gen-slot        to wk-gt-gen (wk-gen-num)
           move wk-fecha-proceso   to wk-gt-fecha (wk-gen-num)
           move wk-ciclo           to wk-gt-ciclo (wk-gen-num)
           move wk-total-registros to wk-gt-cuenta (wk-gen-num)
           move wk-total-cifra     to wk-gt-cifra (wk-gen-num)
           perform grabar-gencat

           display "COMP3: GENERACION " wk-gen-slot
               " CATALOGADA PARA " wk-fecha-proceso "/" wk-ciclo

           .

           .


       leer-fecha-proceso.

           move function current-date to wk-fecha-hora
           move wk-fecha to wk-fecha-proceso

           open input fecproc

           if  sw-fs-fecproc-no-existe
               exit paragraph
           end-if

           if  not sw-fs-fecproc-ok
               display "COMP3: AVISO: ERROR FECPROC. FS="
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

           move "COMP3   " to lg-programa
           move function current-date to wk-fecha-hora
           move wk-fecha-proceso to lg-fecha
           move wk-hora  to lg-hora
           move wk-ciclo to lg-ciclo

